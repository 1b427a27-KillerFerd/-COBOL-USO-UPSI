      ******************************************************************
      * FECHA       : 08/10/2026                                       *
      * PROGRAMADOR : JOSUE FERNANDO DONIS ALVARADO                    *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUI3111                                         *
      * TIPO        : EN LINEA                                         *
      * DESCRIPCION : MANTENIMIENTO EN PANTALLA DEL CALENDARIO DE     *
      *               FERIADOS Y DEL CATALOGO DE CONJUNTOS DE ANCLAS. *
      *               EL OFICINISTA RECORRE EL ARCHIVO VIGENTE (LOS   *
      *               FERIADOS EN ORDEN DE FECHA, LAS ANCLAS POR      *
      *               CONJUNTO O POR FECHA), AGREGA, CAMBIA O DA DE   *
      *               BAJA REGISTROS CON LAS MISMAS VALIDACIONES DE   *
      *               LAS TARJETAS DE EDUI3098 Y EDUI3101, VE SI UN   *
      *               FERIADO SE TRASLAPA CON OTRO ANTES DE APLICARLO *
      *               Y AL TERMINAR CONFIRMA QUE ARCHIVOS NUEVOS SE   *
      *               GRABAN. LOS CAMBIOS GRABADOS SE ANOTAN EN EL    *
      *               DIARIO PERMANENTE IGUAL QUE EN LOS PROGRAMAS    *
      *               BATCH, QUE SIGUEN PARA LAS CARGAS MASIVAS       *
      * ARCHIVOS    : FERIANT - MAESTRO DE FERIADOS ANTERIOR (ENT)    *
      *               FERINUE - MAESTRO DE FERIADOS NUEVO (SAL)       *
      *               ANCLANT - CATALOGO DE ANCLAS ANTERIOR (ENT)     *
      *               ANCLNUE - CATALOGO DE ANCLAS NUEVO (SAL)        *
      *               DIARIO  - DIARIO PERMANENTE DE CAMBIOS (SAL)    *
      *               (FERINUE Y ANCLNUE SOLO SE GRABAN SI HUBO       *
      *               CAMBIOS Y EL OFICINISTA LOS CONFIRMA)           *
      * PANTALLAS   : MENU, LISTA, FERIADO, ANCLA Y TERMINAR          *
      *-----------------------------------------------------------------
      * BITACORA DE CAMBIOS                                            *
      * 08/10/2026 - VERSION INICIAL                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3111.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FERIADOS-ANT ASSIGN TO "FERIANT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-FERIADOS-ANT.
           SELECT ARCHIVO-FERIADOS-NUE ASSIGN TO "FERINUE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-FERIADOS-NUE.
           SELECT ARCHIVO-ANCLAS-ANT ASSIGN TO "ANCLANT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ANCLAS-ANT.
           SELECT ARCHIVO-ANCLAS-NUE ASSIGN TO "ANCLNUE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ANCLAS-NUE.
           SELECT ARCHIVO-DIARIO ASSIGN TO "DIARIO"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-DIARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FERIADOS-ANT
           RECORDING MODE IS F.
       COPY FERIAREG.

       FD  ARCHIVO-FERIADOS-NUE
           RECORDING MODE IS F.
       01 REG-FERIADO-NUE                   PIC X(55).

       FD  ARCHIVO-ANCLAS-ANT
           RECORDING MODE IS F.
       COPY ANCLAREG.

       FD  ARCHIVO-ANCLAS-NUE
           RECORDING MODE IS F.
       01 REG-CATALOGO-NUE                  PIC X(40).

      *DIARIO PERMANENTE DE CAMBIOS, COMPARTIDO CON EDUI3098 Y*
      *EDUI3101: SE LE AGREGAN EN EXTEND LOS CAMBIOS GRABADOS*
       FD  ARCHIVO-DIARIO
           RECORDING MODE IS F.
       COPY DIARREG.
       WORKING-STORAGE SECTION.

      *REGISTROS DE SALIDA ARMADOS EN WORKING-STORAGE, CON EL MISMO*
      *DISENO QUE GRABAN EDUI3098 Y EDUI3101*
       01 FERIADO-SALIDA.
           02 FER-FECHA-SAL                 PIC 9(08).
           02 FER-HASTA-SAL                 PIC 9(08).
           02 FER-ANUAL-SAL                 PIC X(01).
           02 FER-ANIO-HASTA-SAL            PIC 9(04).
           02 FER-DESC-SAL                  PIC X(30).
           02 FER-CAL-SAL                   PIC X(04).

       01 CATALOGO-SALIDA.
           02 ANC-CONJUNTO-SAL              PIC X(12).
           02 ANC-FECHA-SAL                 PIC 9(08).
           02 ANC-ETIQUETA-SAL              PIC X(12).
           02 FILLER                        PIC X(08) VALUE SPACES.

      *FERIADO CAPTURADO EN PANTALLA; LOS CAMPOS LLEVAN EL MISMO*
      *NOMBRE QUE EN LA TARJETA ALTA/BAJA DE EDUI3098*
       01 CAPTURA-FERIADO.
           02 FECHA-MANTO                   PIC 9(08).
           02 FECHA-MANTO-DESGLOSE REDEFINES FECHA-MANTO.
              04 ANIO-MANTO                 PIC 9(04).
              04 MES-DIA-MANTO              PIC 9(04).
           02 FECHA-HASTA-MANTO             PIC 9(08).
           02 FECHA-HASTA-DESGLOSE REDEFINES FECHA-HASTA-MANTO.
              04 ANIO-FECHA-HASTA           PIC 9(04).
              04 MES-DIA-HASTA-MANTO        PIC 9(04).
           02 ANUAL-MANTO                   PIC X(01).
           02 ANIO-HASTA-MANTO              PIC 9(04).
           02 DESC-MANTO                    PIC X(30).
           02 CALENDARIO-MANTO              PIC X(04).

      *ULTIMA CAPTURA YA VALIDADA Y MOSTRADA CON SU TRASLAPE: SOLO*
      *SE APLICA LA CONFIRMACION SI LA PANTALLA NO CAMBIO DESDE ESA*
      *REVISION*
       01 CAPTURA-FERIADO-REVISADA          PIC X(55).

      *ANCLA CAPTURADA EN PANTALLA, COMO EN LA TARJETA DE EDUI3101*
       01 CAPTURA-ANCLA.
           02 CONJUNTO-MANTO                PIC X(12).
           02 FECHA-ANCLA-MANTO             PIC 9(08).
           02 ETIQUETA-MANTO                PIC X(12).

       01 CAPTURA-ANCLA-REVISADA            PIC X(32).

      *CLAVE DEL REGISTRO ELEGIDO PARA CAMBIO O BAJA: FECHA DESDE Y*
      *CALENDARIO DEL FERIADO, CONJUNTO Y FECHA DEL ANCLA*
       01 CLAVE-GUARDADA.
           02 FECHA-GUARDADA                PIC 9(08).
           02 CALENDARIO-GUARDADO           PIC X(04).
           02 CONJUNTO-GUARDADO             PIC X(12).
           02 FECHA-ANCLA-GUARDADA          PIC 9(08).

      *CAPACIDAD MAXIMA DE FERIADOS EN EL CALENDARIO (COMO EDUI3098)*
       78 MAX-FERIADOS                      VALUE 100.

      *CAPACIDAD MAXIMA DE ENTRADAS EN EL CATALOGO (COMO EDUI3101)*
       78 MAX-CATALOGO                      VALUE 200.

      *LIMITE DE ANCLAS POR CONJUNTO: EDUI3097 ADMITE 10 POR CORRIDA*
      *Y LA PRIMERA ES SIEMPRE LA ANCLA PRINCIPAL (COMO EDUI3101)*
       78 MAX-ANCLAS-CONJUNTO               VALUE 9.

      *CAPACIDAD MAXIMA DE CAMBIOS POR SESION PARA EL DIARIO*
       78 MAX-DIARIO                        VALUE 300.

      *LINEAS DE REGISTROS POR PAGINA EN LA PANTALLA DE LISTA*
       78 LINEAS-PAGINA                     VALUE 12.

      *VARIABLES DE TRABAJO*
       01 CAMPOS-DE-TRABAJO.
          02 CONTADORES.
              04 CUENTA-FERIADOS            PIC 9(03) VALUE 0.
              04 CUENTA-CATALOGO            PIC 9(03) VALUE 0.
              04 CAMBIOS-FERIADOS           PIC 9(04) VALUE 0.
              04 CAMBIOS-ANCLAS             PIC 9(04) VALUE 0.
              04 CUENTA-GRABADOS            PIC 9(03) VALUE 0.
              04 CUENTA-EN-CONJUNTO         PIC 9(03) VALUE 0.
              04 CUENTA-DIARIO              PIC 9(03) VALUE 0.
              04 CUENTA-DIARIO-GRABADOS     PIC 9(03) VALUE 0.

          02 ESTADOS-ARCHIVO.
              04 EST-FERIADOS-ANT           PIC X(02) VALUE '00'.
                 88 FERIADOS-ANT-OK                  VALUE '00'.
                 88 FERIADOS-ANT-NO-EXISTE           VALUE '35'.
              04 EST-FERIADOS-NUE           PIC X(02) VALUE '00'.
                 88 FERIADOS-NUE-OK                  VALUE '00'.
              04 EST-ANCLAS-ANT             PIC X(02) VALUE '00'.
                 88 ANCLAS-ANT-OK                    VALUE '00'.
                 88 ANCLAS-ANT-NO-EXISTE             VALUE '35'.
              04 EST-ANCLAS-NUE             PIC X(02) VALUE '00'.
                 88 ANCLAS-NUE-OK                    VALUE '00'.
              04 EST-DIARIO                 PIC X(02) VALUE '00'.
                 88 DIARIO-OK                        VALUE '00'.
                 88 DIARIO-NO-EXISTE                 VALUE '35'.

          02 CONTROL-LECTURA.
              04 FERIADOS-EOF               PIC X(01) VALUE 'N'.
                 88 FIN-DE-FERIADOS                  VALUE 'S'.
              04 ANCLAS-EOF                 PIC X(01) VALUE 'N'.
                 88 FIN-DE-ANCLAS                    VALUE 'S'.

      *TABLA DE FERIADOS EN MEMORIA, COMO EN EDUI3098*
          02 TABLA-FERIADOS.
              04 FER-ESTADO-TAB             PIC X(01)
                                             OCCURS MAX-FERIADOS.
              04 FER-FECHA-TAB              PIC 9(08)
                                             OCCURS MAX-FERIADOS.
              04 FER-HASTA-TAB              PIC 9(08)
                                             OCCURS MAX-FERIADOS.
              04 FER-ANUAL-TAB              PIC X(01)
                                             OCCURS MAX-FERIADOS.
              04 FER-ANIO-HASTA-TAB         PIC 9(04)
                                             OCCURS MAX-FERIADOS.
              04 FER-DESC-TAB               PIC X(30)
                                             OCCURS MAX-FERIADOS.
              04 FER-CAL-TAB                PIC X(04)
                                             OCCURS MAX-FERIADOS.

      *CATALOGO DE ANCLAS EN MEMORIA, COMO EN EDUI3101*
          02 TABLA-CATALOGO.
              04 CAT-ESTADO-TAB             PIC X(01)
                                             OCCURS MAX-CATALOGO.
              04 CAT-CONJUNTO-TAB           PIC X(12)
                                             OCCURS MAX-CATALOGO.
              04 CAT-FECHA-TAB              PIC 9(08)
                                             OCCURS MAX-CATALOGO.
              04 CAT-ETIQUETA-TAB           PIC X(12)
                                             OCCURS MAX-CATALOGO.

          02 BUSQUEDA-REGISTRO.
              04 INDICE-FERIADO             PIC 9(03).
              04 INDICE-CATALOGO            PIC 9(03).
              04 INDICE-HALLADO             PIC 9(03) VALUE 0.
              04 INDICE-IMAGEN              PIC 9(03) VALUE 0.
              04 INDICE-ELEGIDO             PIC 9(03) VALUE 0.

      *ORDEN DE PRESENTACION: INDICES DE LOS REGISTROS VIGENTES*
      *ORDENADOS POR BURBUJA, COMO EL ORDEN DE PENDIENTES DE EDUI3103*
          02 TABLA-ORDEN.
              04 CUENTA-ORDEN               PIC 9(03) VALUE 0.
              04 ORD-INDICE-TAB             PIC 9(03)
                                             OCCURS MAX-CATALOGO.
              04 INDICE-ORDEN-I             PIC 9(03).
              04 INDICE-ORDEN-J             PIC 9(03).
              04 TEMP-INDICE-ORDEN          PIC 9(03).
              04 CLAVE-ORDEN-1              PIC X(32).
              04 CLAVE-ORDEN-2              PIC X(32).
              04 INDICE-CLAVE               PIC 9(03).
              04 CLAVE-ORDEN                PIC X(32).
      *ORDEN DE LA LISTA DE ANCLAS: 'C' POR CONJUNTO, 'F' POR FECHA*
              04 ORDEN-ANCLAS-SW            PIC X(01) VALUE 'C'.
                 88 ANCLAS-POR-CONJUNTO              VALUE 'C'.
                 88 ANCLAS-POR-FECHA                 VALUE 'F'.

      *DATOS DEL CAMBIO EN CURSO PARA EL DIARIO: LA BOLETA VIGENTE*
      *(LA DEL MENU) Y LAS IMAGENES DEL REGISTRO*
          02 CAMBIO-DIARIO.
              04 FECHA-CORRIDA-HOY          PIC 9(08) VALUE 0.
              04 HORA-CORRIDA               PIC 9(08) VALUE 0.
              04 BOLETA-VIGENTE             PIC X(12) VALUE SPACES.
              04 ARCHIVO-CAMBIO             PIC X(08) VALUE SPACES.
              04 ACCION-CAMBIO              PIC X(04) VALUE SPACES.
              04 TIPO-CAMBIO                PIC X(01) VALUE SPACES.
              04 IMAGEN-ANTES               PIC X(60) VALUE SPACES.
              04 IMAGEN-DESPUES             PIC X(60) VALUE SPACES.
              04 AVISO-BOLETA-SW            PIC X(01) VALUE 'N'.
                 88 AVISO-BOLETA-DADO                VALUE 'S'.

      *CAMBIOS APLICADOS EN LA SESION, EN EL ORDEN EN QUE SE HICIERON;*
      *SE GRABAN AL DIARIO LOS DEL ARCHIVO NUEVO QUE SE CONFIRMO*
          02 TABLA-DIARIO.
              04 DIA-ARCHIVO-TAB            PIC X(08)
                                             OCCURS MAX-DIARIO.
              04 DIA-BOLETA-TAB             PIC X(12)
                                             OCCURS MAX-DIARIO.
              04 DIA-ACCION-TAB             PIC X(04)
                                             OCCURS MAX-DIARIO.
              04 DIA-TIPO-TAB               PIC X(01)
                                             OCCURS MAX-DIARIO.
              04 DIA-ANTES-TAB              PIC X(60)
                                             OCCURS MAX-DIARIO.
              04 DIA-DESPUES-TAB            PIC X(60)
                                             OCCURS MAX-DIARIO.
              04 INDICE-DIARIO              PIC 9(03).

      *VARIABLES PARA COMPARAR EL FERIADO CAPTURADO (PAR 1) CON UNO*
      *DE LA TABLA (PAR 2), CON LA REGLA DE TRASLAPES DE EDUI3107*
          02 COMPARACION-FERIADOS.
              04 PAR-FERIADO OCCURS 2.
                 05 PAR-DESDE               PIC 9(08).
                 05 PAR-HASTA               PIC 9(08).
                 05 PAR-ANUAL               PIC X(01).
                 05 PAR-FIN-VIGENCIA        PIC 9(04).
              04 INDICE-OTRO                PIC 9(03).
              04 INDICE-ANUAL               PIC 9(01).
              04 INDICE-PUNTUAL             PIC 9(01).
              04 INDICE-TRASLAPE            PIC 9(03).
              04 CUENTA-TRASLAPES           PIC 9(03).
              04 CALENDARIO-TRASLAPE        PIC X(09).
              04 TRASLAPE-SW                PIC X(01) VALUE 'N'.
                 88 HAY-TRASLAPE                     VALUE 'S'.

      *VARIABLES PARA GUARDAR EL ULTIMO DIA DEL MES*
          02 ULTIMO-DIA-MES.
              04 ENERO                      PIC 9(02) VALUE 31.
              04 FEBRERO.
                   05 FEBRERO-A             PIC 9(02) VALUE 28.
                   05 FEBRERO-B             PIC 9(02) VALUE 29.
              04 MARZO                      PIC 9(02) VALUE 31.
              04 ABRIL                      PIC 9(02) VALUE 30.
              04 MAYO                       PIC 9(02) VALUE 31.
              04 JUNIO                      PIC 9(02) VALUE 30.
              04 JULIO                      PIC 9(02) VALUE 31.
              04 AGOSTO                     PIC 9(02) VALUE 31.
              04 SEPTIEMBRE                 PIC 9(02) VALUE 30.
              04 OCTUBRE                    PIC 9(02) VALUE 31.
              04 NOVIEMBRE                  PIC 9(02) VALUE 30.
              04 DICIEMBRE                  PIC 9(02) VALUE 31.

      *VARIABLES PARA VALIDAR LAS FECHAS CAPTURADAS (COMO EDUI3098)*
          02 VALIDACION-FECHA.
              04 FECHA-ES-VALIDA            PIC X(01) VALUE 'S'.
                 88 FECHA-VALIDA                     VALUE 'S'.
              04 LIMITE-DIA-MES             PIC 9(02) VALUE 0.
              04 FECHA-VALIDAR              PIC 9(08) VALUE 0.
              04 FECHA-VALIDAR-DESGLOSE REDEFINES FECHA-VALIDAR.
                 05 ANIO-VALIDAR            PIC 9(04).
                 05 MES-VALIDAR             PIC 9(02).
                 05 DIA-VALIDAR             PIC 9(02).
              04 CAPTURA-ES-VALIDA          PIC X(01) VALUE 'S'.
                 88 CAPTURA-VALIDA                   VALUE 'S'.

      *CONTROL DE LAS PANTALLAS*
          02 CONTROL-PANTALLAS.
              04 OPCION-MENU                PIC X(01) VALUE SPACE.
                 88 OPCION-FERIADOS                  VALUE 'F'.
                 88 OPCION-ANCLAS                    VALUE 'A'.
                 88 OPCION-TERMINAR                  VALUE 'T'.
              04 COMANDO-LISTA              PIC X(01) VALUE SPACE.
              04 LINEA-ELEGIDA              PIC 9(03) VALUE 0.
              04 MODO-DETALLE               PIC X(01) VALUE SPACE.
                 88 MODO-ALTA                        VALUE 'A'.
                 88 MODO-CAMBIO                      VALUE 'C'.
                 88 MODO-BAJA                        VALUE 'B'.
                 88 MODO-BAJA-CONJUNTO               VALUE 'T'.
              04 CONFIRMA                   PIC X(01) VALUE SPACE.
                 88 CONFIRMADO                       VALUE 'S'.
                 88 CANCELADO                        VALUE 'N'.
              04 GRABAR-FERIADOS-SW         PIC X(01) VALUE SPACE.
                 88 GRABAR-FERIADOS                  VALUE 'S'.
              04 GRABAR-ANCLAS-SW           PIC X(01) VALUE SPACE.
                 88 GRABAR-ANCLAS                    VALUE 'S'.
              04 FIN-SESION-SW              PIC X(01) VALUE 'N'.
                 88 FIN-SESION                       VALUE 'S'.
              04 FIN-LISTA-SW               PIC X(01) VALUE 'N'.
                 88 FIN-LISTA                        VALUE 'S'.
              04 FIN-DETALLE-SW             PIC X(01) VALUE 'N'.
                 88 FIN-DETALLE                      VALUE 'S'.
              04 FIN-TERMINAR-SW            PIC X(01) VALUE 'N'.
                 88 FIN-TERMINAR                     VALUE 'S'.
              04 PRIMERA-LINEA              PIC 9(03) VALUE 1.
              04 ULTIMA-LINEA               PIC 9(03) VALUE 0.
              04 INDICE-PAGINA              PIC 9(02).
              04 NUMERO-EDITADO             PIC ZZ9.
              04 CUENTA-EDITADA             PIC ZZ9.
              04 TITULO-LISTA               PIC X(50) VALUE SPACES.
              04 ENCABEZADO-LISTA           PIC X(76) VALUE SPACES.
              04 AYUDA-LISTA                PIC X(76) VALUE SPACES.
              04 POSICION-LISTA             PIC X(40) VALUE SPACES.
              04 TITULO-DETALLE             PIC X(40) VALUE SPACES.
              04 INFO-DETALLE               PIC X(76) VALUE SPACES.
              04 MENSAJE-PANTALLA           PIC X(76) VALUE SPACES.
              04 LINEAS-PANTALLA.
                 05 LINEA-PAN               PIC X(76)
                                             OCCURS LINEAS-PAGINA.

       SCREEN SECTION.

      *PANTALLA DEL MENU PRINCIPAL*
       01 PANTALLA-MENU.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "EDUI3111".
           05 LINE 1 COLUMN 20
              VALUE "MANTENIMIENTO DE FERIADOS Y CONJUNTOS DE ANCLAS".
           05 LINE 1 COLUMN 71 PIC 9(08) FROM FECHA-CORRIDA-HOY.
           05 LINE 4 COLUMN 6
              VALUE "F - FERIADOS           (FERIANT -> FERINUE)".
           05 LINE 5 COLUMN 6
              VALUE "A - CONJUNTOS DE ANCLAS (ANCLANT -> ANCLNUE)".
           05 LINE 6 COLUMN 6
              VALUE "T - TERMINAR Y GRABAR LOS CAMBIOS CONFIRMADOS".
           05 LINE 9 COLUMN 6
              VALUE "CAMBIOS PENDIENTES EN FERIADOS :".
           05 LINE 9 COLUMN 40 PIC ZZZ9 FROM CAMBIOS-FERIADOS.
           05 LINE 10 COLUMN 6
              VALUE "CAMBIOS PENDIENTES EN ANCLAS   :".
           05 LINE 10 COLUMN 40 PIC ZZZ9 FROM CAMBIOS-ANCLAS.
           05 LINE 13 COLUMN 6
              VALUE "BOLETA DE CAMBIO               :".
           05 LINE 13 COLUMN 40 PIC X(12) USING BOLETA-VIGENTE.
           05 LINE 15 COLUMN 6
              VALUE "OPCION                         :".
           05 LINE 15 COLUMN 40 PIC X(01) USING OPCION-MENU.
           05 LINE 23 COLUMN 2 PIC X(76) FROM MENSAJE-PANTALLA
              HIGHLIGHT.

      *PANTALLA DE LISTA, COMUN A FERIADOS Y ANCLAS*
       01 PANTALLA-LISTA.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "EDUI3111".
           05 LINE 1 COLUMN 20 PIC X(50) FROM TITULO-LISTA.
           05 LINE 3 COLUMN 2 PIC X(76) FROM ENCABEZADO-LISTA
              HIGHLIGHT.
           05 LINE 4 COLUMN 2 PIC X(76) FROM LINEA-PAN(1).
           05 LINE 5 COLUMN 2 PIC X(76) FROM LINEA-PAN(2).
           05 LINE 6 COLUMN 2 PIC X(76) FROM LINEA-PAN(3).
           05 LINE 7 COLUMN 2 PIC X(76) FROM LINEA-PAN(4).
           05 LINE 8 COLUMN 2 PIC X(76) FROM LINEA-PAN(5).
           05 LINE 9 COLUMN 2 PIC X(76) FROM LINEA-PAN(6).
           05 LINE 10 COLUMN 2 PIC X(76) FROM LINEA-PAN(7).
           05 LINE 11 COLUMN 2 PIC X(76) FROM LINEA-PAN(8).
           05 LINE 12 COLUMN 2 PIC X(76) FROM LINEA-PAN(9).
           05 LINE 13 COLUMN 2 PIC X(76) FROM LINEA-PAN(10).
           05 LINE 14 COLUMN 2 PIC X(76) FROM LINEA-PAN(11).
           05 LINE 15 COLUMN 2 PIC X(76) FROM LINEA-PAN(12).
           05 LINE 17 COLUMN 2 PIC X(40) FROM POSICION-LISTA.
           05 LINE 19 COLUMN 2 PIC X(76) FROM AYUDA-LISTA.
           05 LINE 21 COLUMN 2 VALUE "COMANDO:".
           05 LINE 21 COLUMN 11 PIC X(01) USING COMANDO-LISTA.
           05 LINE 21 COLUMN 16 VALUE "NUMERO:".
           05 LINE 21 COLUMN 24 PIC ZZ9 USING LINEA-ELEGIDA.
           05 LINE 23 COLUMN 2 PIC X(76) FROM MENSAJE-PANTALLA
              HIGHLIGHT.

      *PANTALLA DE DETALLE DE UN FERIADO (ALTA, CAMBIO O BAJA)*
       01 PANTALLA-FERIADO.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "EDUI3111".
           05 LINE 1 COLUMN 20 PIC X(40) FROM TITULO-DETALLE.
           05 LINE 4 COLUMN 6
              VALUE "FECHA DESDE (YYYYMMDD)         :".
           05 LINE 4 COLUMN 40 PIC 9(08) USING FECHA-MANTO.
           05 LINE 5 COLUMN 6
              VALUE "FECHA HASTA (CEROS = UN DIA)   :".
           05 LINE 5 COLUMN 40 PIC 9(08) USING FECHA-HASTA-MANTO.
           05 LINE 6 COLUMN 6
              VALUE "SE REPITE CADA ANIO (S/N)      :".
           05 LINE 6 COLUMN 40 PIC X(01) USING ANUAL-MANTO.
           05 LINE 7 COLUMN 6
              VALUE "ULTIMO ANIO (CEROS = SIEMPRE)  :".
           05 LINE 7 COLUMN 40 PIC 9(04) USING ANIO-HASTA-MANTO.
           05 LINE 8 COLUMN 6
              VALUE "DESCRIPCION                    :".
           05 LINE 8 COLUMN 40 PIC X(30) USING DESC-MANTO.
           05 LINE 9 COLUMN 6
              VALUE "CALENDARIO (BLANCO = NACIONAL) :".
           05 LINE 9 COLUMN 40 PIC X(04) USING CALENDARIO-MANTO.
           05 LINE 12 COLUMN 2 PIC X(76) FROM INFO-DETALLE.
           05 LINE 15 COLUMN 6
              VALUE "CONFIRMA (S = APLICAR, N = CANCELAR):".
           05 LINE 15 COLUMN 45 PIC X(01) USING CONFIRMA.
           05 LINE 23 COLUMN 2 PIC X(76) FROM MENSAJE-PANTALLA
              HIGHLIGHT.

      *PANTALLA DE DETALLE DE UN ANCLA (ALTA, CAMBIO, BAJA DEL ANCLA*
      *O BAJA DEL CONJUNTO COMPLETO)*
       01 PANTALLA-ANCLA.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "EDUI3111".
           05 LINE 1 COLUMN 20 PIC X(40) FROM TITULO-DETALLE.
           05 LINE 4 COLUMN 6
              VALUE "CONJUNTO                       :".
           05 LINE 4 COLUMN 40 PIC X(12) USING CONJUNTO-MANTO.
           05 LINE 5 COLUMN 6
              VALUE "FECHA DEL ANCLA (YYYYMMDD)     :".
           05 LINE 5 COLUMN 40 PIC 9(08) USING FECHA-ANCLA-MANTO.
           05 LINE 6 COLUMN 6
              VALUE "ETIQUETA                       :".
           05 LINE 6 COLUMN 40 PIC X(12) USING ETIQUETA-MANTO.
           05 LINE 12 COLUMN 2 PIC X(76) FROM INFO-DETALLE.
           05 LINE 15 COLUMN 6
              VALUE "CONFIRMA (S = APLICAR, N = CANCELAR):".
           05 LINE 15 COLUMN 45 PIC X(01) USING CONFIRMA.
           05 LINE 23 COLUMN 2 PIC X(76) FROM MENSAJE-PANTALLA
              HIGHLIGHT.

      *PANTALLA PARA TERMINAR LA SESION Y CONFIRMAR QUE SE GRABA*
       01 PANTALLA-TERMINAR.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "EDUI3111".
           05 LINE 1 COLUMN 20 VALUE "TERMINAR LA SESION".
           05 LINE 4 COLUMN 6
              VALUE "CAMBIOS PENDIENTES EN FERIADOS :".
           05 LINE 4 COLUMN 40 PIC ZZZ9 FROM CAMBIOS-FERIADOS.
           05 LINE 5 COLUMN 6
              VALUE "GRABAR FERINUE (S/N)           :".
           05 LINE 5 COLUMN 40 PIC X(01) USING GRABAR-FERIADOS-SW.
           05 LINE 7 COLUMN 6
              VALUE "CAMBIOS PENDIENTES EN ANCLAS   :".
           05 LINE 7 COLUMN 40 PIC ZZZ9 FROM CAMBIOS-ANCLAS.
           05 LINE 8 COLUMN 6
              VALUE "GRABAR ANCLNUE (S/N)           :".
           05 LINE 8 COLUMN 40 PIC X(01) USING GRABAR-ANCLAS-SW.
           05 LINE 11 COLUMN 6
              VALUE "UN ARCHIVO SIN GRABAR PIERDE SUS CAMBIOS".
           05 LINE 13 COLUMN 6
              VALUE "TERMINAR (S) O VOLVER AL MENU (N):".
           05 LINE 13 COLUMN 42 PIC X(01) USING CONFIRMA.
           05 LINE 23 COLUMN 2 PIC X(76) FROM MENSAJE-PANTALLA
              HIGHLIGHT.
       PROCEDURE DIVISION.

      *SECCION PRINCIPAL*
       PRINCIPAL SECTION.
           ACCEPT FECHA-CORRIDA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-CORRIDA FROM TIME
           PERFORM CARGAR-FERIADOS-ANTERIOR
           PERFORM CARGAR-CATALOGO-ANTERIOR
           PERFORM ATENDER-MENU
           PERFORM GRABAR-CAMBIOS
           DISPLAY "====== RESUMEN MANTENIMIENTO EN PANTALLA ======"
           DISPLAY "CAMBIOS EN FERIADOS  : " CAMBIOS-FERIADOS
                   " GRABADOS: " GRABAR-FERIADOS-SW
           DISPLAY "CAMBIOS EN ANCLAS    : " CAMBIOS-ANCLAS
                   " GRABADOS: " GRABAR-ANCLAS-SW
           DISPLAY "CAMBIOS AL DIARIO    : " CUENTA-DIARIO-GRABADOS
           STOP RUN.


      *SECCION CARGAR EL MAESTRO DE FERIADOS ANTERIOR EN LA TABLA*
      *IGUAL QUE EDUI3098: SIN FERIANT SE PARTE DE UN CALENDARIO VACIO*
      *Y UN HASTA EN CEROS O DANADO SE NORMALIZA AL DESDE*
       CARGAR-FERIADOS-ANTERIOR SECTION.
           MOVE 0 TO CUENTA-FERIADOS
           MOVE 'N' TO FERIADOS-EOF
           OPEN INPUT ARCHIVO-FERIADOS-ANT
           IF FERIADOS-ANT-NO-EXISTE
              MOVE "AVISO: NO EXISTE FERIANT; CALENDARIO VACIO"
                 TO MENSAJE-PANTALLA
           ELSE
           IF NOT FERIADOS-ANT-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR FERIANT, ESTADO "
                      EST-FERIADOS-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           ELSE
              PERFORM UNTIL FIN-DE-FERIADOS
                 READ ARCHIVO-FERIADOS-ANT
                    AT END MOVE 'S' TO FERIADOS-EOF
                    NOT AT END
                       IF CUENTA-FERIADOS LESS MAX-FERIADOS
                          ADD 1 TO CUENTA-FERIADOS
                          MOVE 'A' TO FER-ESTADO-TAB(CUENTA-FERIADOS)
                          MOVE FER-FECHA
                             TO FER-FECHA-TAB(CUENTA-FERIADOS)
                          IF FER-FECHA-HASTA NOT NUMERIC OR
                             FER-FECHA-HASTA LESS FER-FECHA
                             MOVE FER-FECHA
                                TO FER-HASTA-TAB(CUENTA-FERIADOS)
                          ELSE
                             MOVE FER-FECHA-HASTA
                                TO FER-HASTA-TAB(CUENTA-FERIADOS)
                          END-IF
                          MOVE FER-ANUAL
                             TO FER-ANUAL-TAB(CUENTA-FERIADOS)
                          IF FER-ANIO-HASTA NUMERIC
                             MOVE FER-ANIO-HASTA
                                TO FER-ANIO-HASTA-TAB(CUENTA-FERIADOS)
                          ELSE
                             MOVE 0
                                TO FER-ANIO-HASTA-TAB(CUENTA-FERIADOS)
                          END-IF
                          MOVE FER-DESCRIPCION
                             TO FER-DESC-TAB(CUENTA-FERIADOS)
                          MOVE FER-CALENDARIO
                             TO FER-CAL-TAB(CUENTA-FERIADOS)
                       ELSE
                          DISPLAY "ERROR: FERIANT EXCEDE EL LIMITE DE "
                                  MAX-FERIADOS " FERIADOS"
                          MOVE 12 TO RETURN-CODE
                          STOP RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-FERIADOS-ANT
           END-IF
           END-IF.
       CARGAR-FERIADOS-ANTERIOR-E. EXIT.


      *SECCION CARGAR EL CATALOGO DE ANCLAS ANTERIOR EN LA TABLA*
      *IGUAL QUE EDUI3101: SIN ANCLANT SE PARTE DE UN CATALOGO VACIO*
       CARGAR-CATALOGO-ANTERIOR SECTION.
           MOVE 0 TO CUENTA-CATALOGO
           MOVE 'N' TO ANCLAS-EOF
           OPEN INPUT ARCHIVO-ANCLAS-ANT
           IF ANCLAS-ANT-NO-EXISTE
              IF FERIADOS-ANT-NO-EXISTE
                 MOVE "AVISO: NO EXISTEN FERIANT NI ANCLANT; SE PARTE DE
      -             " ARCHIVOS VACIOS" TO MENSAJE-PANTALLA
              ELSE
                 MOVE "AVISO: NO EXISTE ANCLANT; SE PARTE DE UN CATALOGO
      -             " VACIO" TO MENSAJE-PANTALLA
              END-IF
           ELSE
           IF NOT ANCLAS-ANT-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR ANCLANT, ESTADO "
                      EST-ANCLAS-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           ELSE
              PERFORM UNTIL FIN-DE-ANCLAS
                 READ ARCHIVO-ANCLAS-ANT
                    AT END MOVE 'S' TO ANCLAS-EOF
                    NOT AT END
                       IF CUENTA-CATALOGO LESS MAX-CATALOGO
                          ADD 1 TO CUENTA-CATALOGO
                          MOVE 'A' TO CAT-ESTADO-TAB(CUENTA-CATALOGO)
                          MOVE ANC-CONJUNTO
                             TO CAT-CONJUNTO-TAB(CUENTA-CATALOGO)
                          MOVE ANC-FECHA
                             TO CAT-FECHA-TAB(CUENTA-CATALOGO)
                          MOVE ANC-ETIQUETA
                             TO CAT-ETIQUETA-TAB(CUENTA-CATALOGO)
                       ELSE
                          DISPLAY "ERROR: ANCLANT EXCEDE EL LIMITE DE "
                                  MAX-CATALOGO " ENTRADAS"
                          MOVE 12 TO RETURN-CODE
                          STOP RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-ANCLAS-ANT
           END-IF
           END-IF.
       CARGAR-CATALOGO-ANTERIOR-E. EXIT.


      *SECCION ATENDER EL MENU PRINCIPAL HASTA QUE SE TERMINE*
       ATENDER-MENU SECTION.
           MOVE 'N' TO FIN-SESION-SW
           PERFORM UNTIL FIN-SESION
              MOVE SPACE TO OPCION-MENU
              DISPLAY PANTALLA-MENU
              ACCEPT PANTALLA-MENU
              MOVE SPACES TO MENSAJE-PANTALLA
              EVALUATE TRUE
                 WHEN OPCION-FERIADOS
                    PERFORM ATENDER-LISTA-FERIADOS
                 WHEN OPCION-ANCLAS
                    PERFORM ATENDER-LISTA-ANCLAS
                 WHEN OPCION-TERMINAR
                    PERFORM TERMINAR-SESION
                 WHEN OTHER
                    MOVE "OPCION INVALIDA; USE F, A O T"
                       TO MENSAJE-PANTALLA
              END-EVALUATE
           END-PERFORM.
       ATENDER-MENU-E. EXIT.


      *SECCION ATENDER LA LISTA DE FERIADOS EN ORDEN DE FECHA*
       ATENDER-LISTA-FERIADOS SECTION.
           MOVE 'N' TO FIN-LISTA-SW
           MOVE 1 TO PRIMERA-LINEA
           MOVE "FERIADOS EN ORDEN DE FECHA" TO TITULO-LISTA
           MOVE "NUM DESDE    HASTA    A VIGE DESCRIPCION"
              TO ENCABEZADO-LISTA
           MOVE "CALE" TO ENCABEZADO-LISTA(61:4)
           MOVE "+ SIGUIENTE  - ANTERIOR  A ALTA  C CAMBIO  B BAJA  V VO
      -       "LVER AL MENU" TO AYUDA-LISTA
           PERFORM UNTIL FIN-LISTA
              PERFORM ORDENAR-FERIADOS
              PERFORM ARMAR-PAGINA-FERIADOS
              MOVE SPACE TO COMANDO-LISTA
              MOVE 0 TO LINEA-ELEGIDA
              DISPLAY PANTALLA-LISTA
              ACCEPT PANTALLA-LISTA
              MOVE SPACES TO MENSAJE-PANTALLA
              EVALUATE COMANDO-LISTA
                 WHEN '+'
                    PERFORM AVANZAR-PAGINA
                 WHEN '-'
                    PERFORM RETROCEDER-PAGINA
                 WHEN 'A'
                    MOVE 'A' TO MODO-DETALLE
                    MOVE 0 TO INDICE-ELEGIDO
                    MOVE "ALTA DE FERIADO" TO TITULO-DETALLE
                    INITIALIZE CAPTURA-FERIADO
                    MOVE 'N' TO ANUAL-MANTO
                    PERFORM MANTENER-FERIADO
                 WHEN 'C'
                 WHEN 'B'
                    PERFORM UBICAR-LINEA-ELEGIDA
                    IF INDICE-ELEGIDO GREATER 0
                       MOVE COMANDO-LISTA TO MODO-DETALLE
                       IF MODO-CAMBIO
                          MOVE "CAMBIO DE FERIADO" TO TITULO-DETALLE
                       ELSE
                          MOVE "BAJA DE FERIADO" TO TITULO-DETALLE
                       END-IF
                       PERFORM TOMAR-FERIADO-ELEGIDO
                       MOVE FECHA-MANTO TO FECHA-GUARDADA
                       MOVE CALENDARIO-MANTO TO CALENDARIO-GUARDADO
                       PERFORM MANTENER-FERIADO
                    END-IF
                 WHEN 'V'
                    MOVE 'S' TO FIN-LISTA-SW
                 WHEN OTHER
                    MOVE "COMANDO INVALIDO; USE +, -, A, C, B O V"
                       TO MENSAJE-PANTALLA
              END-EVALUATE
           END-PERFORM.
       ATENDER-LISTA-FERIADOS-E. EXIT.


      *SECCION ORDENAR LOS FERIADOS VIGENTES POR FECHA Y CALENDARIO*
       ORDENAR-FERIADOS SECTION.
           MOVE 0 TO CUENTA-ORDEN
           PERFORM VARYING INDICE-FERIADO FROM 1 BY 1
                   UNTIL INDICE-FERIADO GREATER CUENTA-FERIADOS
              IF FER-ESTADO-TAB(INDICE-FERIADO) NOT EQUAL 'B'
                 ADD 1 TO CUENTA-ORDEN
                 MOVE INDICE-FERIADO TO ORD-INDICE-TAB(CUENTA-ORDEN)
              END-IF
           END-PERFORM
           IF CUENTA-ORDEN GREATER 1
              PERFORM VARYING INDICE-ORDEN-I FROM 1 BY 1
                      UNTIL INDICE-ORDEN-I GREATER OR EQUAL
                            CUENTA-ORDEN
                 PERFORM VARYING INDICE-ORDEN-J FROM 1 BY 1
                         UNTIL INDICE-ORDEN-J GREATER
                               CUENTA-ORDEN - INDICE-ORDEN-I
                    MOVE ORD-INDICE-TAB(INDICE-ORDEN-J) TO INDICE-CLAVE
                    PERFORM ARMAR-CLAVE-FERIADO
                    MOVE CLAVE-ORDEN TO CLAVE-ORDEN-1
                    MOVE ORD-INDICE-TAB(INDICE-ORDEN-J + 1)
                       TO INDICE-CLAVE
                    PERFORM ARMAR-CLAVE-FERIADO
                    MOVE CLAVE-ORDEN TO CLAVE-ORDEN-2
                    IF CLAVE-ORDEN-1 GREATER CLAVE-ORDEN-2
                       MOVE ORD-INDICE-TAB(INDICE-ORDEN-J)
                          TO TEMP-INDICE-ORDEN
                       MOVE ORD-INDICE-TAB(INDICE-ORDEN-J + 1)
                          TO ORD-INDICE-TAB(INDICE-ORDEN-J)
                       MOVE TEMP-INDICE-ORDEN
                          TO ORD-INDICE-TAB(INDICE-ORDEN-J + 1)
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF.
       ORDENAR-FERIADOS-E. EXIT.


      *SECCION ARMAR LA CLAVE DE ORDEN DEL FERIADO INDICE-CLAVE*
       ARMAR-CLAVE-FERIADO SECTION.
           MOVE SPACES TO CLAVE-ORDEN
           MOVE FER-FECHA-TAB(INDICE-CLAVE) TO CLAVE-ORDEN(1:8)
           MOVE FER-CAL-TAB(INDICE-CLAVE) TO CLAVE-ORDEN(9:4).
       ARMAR-CLAVE-FERIADO-E. EXIT.


      *SECCION ARMAR LA PAGINA VISIBLE DE LA LISTA DE FERIADOS*
       ARMAR-PAGINA-FERIADOS SECTION.
           PERFORM AJUSTAR-PRIMERA-LINEA
           PERFORM VARYING INDICE-PAGINA FROM 1 BY 1
                   UNTIL INDICE-PAGINA GREATER LINEAS-PAGINA
              MOVE SPACES TO LINEA-PAN(INDICE-PAGINA)
              COMPUTE INDICE-ORDEN-I = PRIMERA-LINEA + INDICE-PAGINA - 1
              IF INDICE-ORDEN-I NOT GREATER CUENTA-ORDEN
                 MOVE ORD-INDICE-TAB(INDICE-ORDEN-I) TO INDICE-IMAGEN
                 PERFORM ARMAR-IMAGEN-FERIADO
                 MOVE INDICE-ORDEN-I TO NUMERO-EDITADO
                 MOVE NUMERO-EDITADO TO LINEA-PAN(INDICE-PAGINA)(1:3)
                 MOVE FER-FECHA-SAL TO LINEA-PAN(INDICE-PAGINA)(5:8)
                 MOVE FER-HASTA-SAL TO LINEA-PAN(INDICE-PAGINA)(14:8)
                 MOVE FER-ANUAL-SAL TO LINEA-PAN(INDICE-PAGINA)(23:1)
                 MOVE FER-ANIO-HASTA-SAL
                    TO LINEA-PAN(INDICE-PAGINA)(25:4)
                 MOVE FER-DESC-SAL TO LINEA-PAN(INDICE-PAGINA)(30:30)
                 MOVE FER-CAL-SAL TO LINEA-PAN(INDICE-PAGINA)(61:4)
              END-IF
           END-PERFORM
           PERFORM ARMAR-POSICION-LISTA.
       ARMAR-PAGINA-FERIADOS-E. EXIT.


      *SECCION DEJAR LA PRIMERA LINEA DENTRO DE LA LISTA (TRAS UNA*
      *BAJA LA ULTIMA PAGINA PUEDE QUEDAR VACIA)*
       AJUSTAR-PRIMERA-LINEA SECTION.
           IF PRIMERA-LINEA LESS 1
              MOVE 1 TO PRIMERA-LINEA
           END-IF
           PERFORM UNTIL PRIMERA-LINEA NOT GREATER CUENTA-ORDEN
                      OR PRIMERA-LINEA EQUAL 1
              SUBTRACT LINEAS-PAGINA FROM PRIMERA-LINEA
           END-PERFORM.
       AJUSTAR-PRIMERA-LINEA-E. EXIT.


      *SECCION ARMAR LA LINEA DE POSICION DE LA LISTA*
       ARMAR-POSICION-LISTA SECTION.
           MOVE SPACES TO POSICION-LISTA
           IF CUENTA-ORDEN EQUAL 0
              MOVE "(NO HAY REGISTROS)" TO POSICION-LISTA
           ELSE
              COMPUTE ULTIMA-LINEA = PRIMERA-LINEA + LINEAS-PAGINA - 1
              IF ULTIMA-LINEA GREATER CUENTA-ORDEN
                 MOVE CUENTA-ORDEN TO ULTIMA-LINEA
              END-IF
              STRING "REGISTROS " DELIMITED BY SIZE
                     PRIMERA-LINEA DELIMITED BY SIZE
                     " A " DELIMITED BY SIZE
                     ULTIMA-LINEA DELIMITED BY SIZE
                     " DE " DELIMITED BY SIZE
                     CUENTA-ORDEN DELIMITED BY SIZE
                INTO POSICION-LISTA
           END-IF.
       ARMAR-POSICION-LISTA-E. EXIT.


      *SECCION AVANZAR UNA PAGINA EN LA LISTA*
       AVANZAR-PAGINA SECTION.
           IF PRIMERA-LINEA + LINEAS-PAGINA NOT GREATER CUENTA-ORDEN
              ADD LINEAS-PAGINA TO PRIMERA-LINEA
           ELSE
              MOVE "YA ESTA EN LA ULTIMA PAGINA" TO MENSAJE-PANTALLA
           END-IF.
       AVANZAR-PAGINA-E. EXIT.


      *SECCION RETROCEDER UNA PAGINA EN LA LISTA*
       RETROCEDER-PAGINA SECTION.
           IF PRIMERA-LINEA GREATER LINEAS-PAGINA
              SUBTRACT LINEAS-PAGINA FROM PRIMERA-LINEA
           ELSE
              MOVE "YA ESTA EN LA PRIMERA PAGINA" TO MENSAJE-PANTALLA
           END-IF.
       RETROCEDER-PAGINA-E. EXIT.


      *SECCION UBICAR EL REGISTRO DEL NUMERO DIGITADO EN LA LISTA*
      *DEJA EN INDICE-ELEGIDO SU ENTRADA EN LA TABLA, O CERO*
       UBICAR-LINEA-ELEGIDA SECTION.
           MOVE 0 TO INDICE-ELEGIDO
           IF LINEA-ELEGIDA LESS 1 OR
              LINEA-ELEGIDA GREATER CUENTA-ORDEN
              MOVE "DIGITE EL NUMERO DE UN REGISTRO DE LA LISTA"
                 TO MENSAJE-PANTALLA
           ELSE
              MOVE ORD-INDICE-TAB(LINEA-ELEGIDA) TO INDICE-ELEGIDO
           END-IF.
       UBICAR-LINEA-ELEGIDA-E. EXIT.


      *SECCION PASAR EL FERIADO ELEGIDO A LA CAPTURA DE PANTALLA*
       TOMAR-FERIADO-ELEGIDO SECTION.
           MOVE FER-FECHA-TAB(INDICE-ELEGIDO) TO FECHA-MANTO
           MOVE FER-HASTA-TAB(INDICE-ELEGIDO) TO FECHA-HASTA-MANTO
           MOVE FER-ANUAL-TAB(INDICE-ELEGIDO) TO ANUAL-MANTO
           MOVE FER-ANIO-HASTA-TAB(INDICE-ELEGIDO) TO ANIO-HASTA-MANTO
           MOVE FER-DESC-TAB(INDICE-ELEGIDO) TO DESC-MANTO
           MOVE FER-CAL-TAB(INDICE-ELEGIDO) TO CALENDARIO-MANTO.
       TOMAR-FERIADO-ELEGIDO-E. EXIT.


      *SECCION ATENDER LA PANTALLA DE DETALLE DE UN FERIADO*
      *EN ALTA Y CAMBIO LA PRIMERA CONFIRMACION SOLO VALIDA Y MUESTRA*
      *SI EL FERIADO SE TRASLAPA CON OTRO; SE APLICA CUANDO EL*
      *OFICINISTA CONFIRMA SIN HABER TOCADO LOS DATOS REVISADOS. EN UN*
      *CAMBIO LA FECHA DESDE Y EL CALENDARIO (LA CLAVE) NO SE TOCAN*
       MANTENER-FERIADO SECTION.
           MOVE 'N' TO FIN-DETALLE-SW
           MOVE SPACE TO CONFIRMA
           MOVE SPACES TO INFO-DETALLE MENSAJE-PANTALLA
           MOVE HIGH-VALUES TO CAPTURA-FERIADO-REVISADA
           IF MODO-BAJA
              MOVE "CONFIRME LA BAJA CON S O CANCELE CON N"
                 TO MENSAJE-PANTALLA
           END-IF
           PERFORM UNTIL FIN-DETALLE
              DISPLAY PANTALLA-FERIADO
              ACCEPT PANTALLA-FERIADO
              MOVE SPACES TO MENSAJE-PANTALLA
              IF CANCELADO
                 MOVE 'S' TO FIN-DETALLE-SW
                 MOVE "OPERACION CANCELADA; NO SE HIZO NINGUN CAMBIO"
                    TO MENSAJE-PANTALLA
              ELSE
              IF MODO-BAJA
                 PERFORM TOMAR-FERIADO-ELEGIDO
                 IF CONFIRMADO
                    PERFORM APLICAR-BAJA-FERIADO
                    MOVE 'S' TO FIN-DETALLE-SW
                 ELSE
                    MOVE "CONFIRME LA BAJA CON S O CANCELE CON N"
                       TO MENSAJE-PANTALLA
                 END-IF
              ELSE
              IF MODO-CAMBIO AND
                 (FECHA-MANTO NOT EQUAL FECHA-GUARDADA OR
                  CALENDARIO-MANTO NOT EQUAL CALENDARIO-GUARDADO)
                 MOVE FECHA-GUARDADA TO FECHA-MANTO
                 MOVE CALENDARIO-GUARDADO TO CALENDARIO-MANTO
                 MOVE SPACE TO CONFIRMA
                 MOVE "LA FECHA DESDE Y EL CALENDARIO NO SE CAMBIAN; USE
      -             " BAJA Y ALTA" TO MENSAJE-PANTALLA
              ELSE
                 PERFORM VALIDAR-CAPTURA-FERIADO
                 IF NOT CAPTURA-VALIDA
                    MOVE SPACE TO CONFIRMA
                    MOVE SPACES TO INFO-DETALLE
                    MOVE HIGH-VALUES TO CAPTURA-FERIADO-REVISADA
                 ELSE
                 IF CONFIRMADO AND
                    CAPTURA-FERIADO EQUAL CAPTURA-FERIADO-REVISADA
                    IF MODO-ALTA
                       PERFORM APLICAR-ALTA-FERIADO
                    ELSE
                       PERFORM APLICAR-CAMBIO-FERIADO
                    END-IF
                    MOVE 'S' TO FIN-DETALLE-SW
                 ELSE
                    PERFORM REVISAR-TRASLAPE-FERIADO
                    MOVE CAPTURA-FERIADO TO CAPTURA-FERIADO-REVISADA
                    MOVE SPACE TO CONFIRMA
                    MOVE "DATOS CORRECTOS; REVISE EL TRASLAPE Y CONFIRME
      -                " CON S O CANCELE CON N"
                       TO MENSAJE-PANTALLA
                 END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
           END-PERFORM.
       MANTENER-FERIADO-E. EXIT.


      *SECCION VALIDAR EL FERIADO CAPTURADO*
      *MISMAS REGLAS DE LA TARJETA ALTA DE EDUI3098 (FECHA VALIDA,*
      *MARCA ANUAL S/N, TRAMO EN EL MISMO ANIO, VIGENCIA FINAL NO*
      *ANTERIOR AL ALTA) Y LA MISMA NORMALIZACION DEL HASTA Y DEL*
      *ANIO-HASTA. UN ALTA DE UNA FECHA Y CALENDARIO QUE YA EXISTEN*
      *SE RECHAZA: EN PANTALLA ESO SE HACE CON CAMBIO*
       VALIDAR-CAPTURA-FERIADO SECTION.
           MOVE 'N' TO CAPTURA-ES-VALIDA
           MOVE FECHA-MANTO TO FECHA-VALIDAR
           PERFORM VALIDAR-FECHA-MANTO
           IF NOT FECHA-VALIDA
              MOVE "FECHA DESDE INVALIDA" TO MENSAJE-PANTALLA
           ELSE
           IF ANUAL-MANTO NOT EQUAL 'S' AND ANUAL-MANTO NOT EQUAL 'N'
              MOVE "LA MARCA ANUAL DEBE SER S O N" TO MENSAJE-PANTALLA
           ELSE
              IF FECHA-HASTA-MANTO NOT NUMERIC OR
                 FECHA-HASTA-MANTO EQUAL 0
                 MOVE FECHA-MANTO TO FECHA-HASTA-MANTO
              END-IF
              MOVE FECHA-HASTA-MANTO TO FECHA-VALIDAR
              PERFORM VALIDAR-FECHA-MANTO
              IF NOT FECHA-VALIDA
                 MOVE "FECHA HASTA INVALIDA" TO MENSAJE-PANTALLA
              ELSE
              IF FECHA-HASTA-MANTO LESS FECHA-MANTO
                 MOVE "LA FECHA HASTA ES ANTERIOR A LA FECHA DESDE"
                    TO MENSAJE-PANTALLA
              ELSE
              IF ANIO-FECHA-HASTA NOT EQUAL ANIO-MANTO
                 MOVE "EL TRAMO DESDE/HASTA DEBE CAER EN EL MISMO ANIO"
                    TO MENSAJE-PANTALLA
              ELSE
                 IF ANIO-HASTA-MANTO NOT NUMERIC
                    MOVE 0 TO ANIO-HASTA-MANTO
                 END-IF
                 IF ANUAL-MANTO EQUAL 'N'
                    MOVE 0 TO ANIO-HASTA-MANTO
                 END-IF
                 IF ANIO-HASTA-MANTO GREATER 0 AND
                    ANIO-HASTA-MANTO LESS ANIO-MANTO
                    MOVE "EL ULTIMO ANIO DE VIGENCIA ES ANTERIOR AL ANIO
      -                " DEL ALTA" TO MENSAJE-PANTALLA
                 ELSE
                 IF MODO-ALTA
                    PERFORM BUSCAR-FERIADO
                    IF INDICE-HALLADO GREATER 0
                       MOVE "ESE FERIADO YA EXISTE EN ESE CALENDARIO; US
      -                   "E C PARA CAMBIARLO" TO MENSAJE-PANTALLA
                    ELSE
                    IF CUENTA-FERIADOS NOT LESS MAX-FERIADOS
                       MOVE "CALENDARIO LLENO; NO CABEN MAS FERIADOS"
                          TO MENSAJE-PANTALLA
                    ELSE
                       MOVE 'S' TO CAPTURA-ES-VALIDA
                    END-IF
                    END-IF
                 ELSE
                    MOVE 'S' TO CAPTURA-ES-VALIDA
                 END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF.
       VALIDAR-CAPTURA-FERIADO-E. EXIT.


      *SECCION BUSCAR LA FECHA Y EL CALENDARIO CAPTURADOS EN LA TABLA*
      *EL REGISTRO SE IDENTIFICA POR FECHA Y CALENDARIO (EDUI3098)*
       BUSCAR-FERIADO SECTION.
           MOVE 0 TO INDICE-HALLADO
           PERFORM VARYING INDICE-FERIADO FROM 1 BY 1
                   UNTIL INDICE-FERIADO GREATER CUENTA-FERIADOS
                      OR INDICE-HALLADO GREATER 0
              IF FER-FECHA-TAB(INDICE-FERIADO) EQUAL FECHA-MANTO AND
                 FER-CAL-TAB(INDICE-FERIADO) EQUAL CALENDARIO-MANTO AND
                 FER-ESTADO-TAB(INDICE-FERIADO) NOT EQUAL 'B'
                 MOVE INDICE-FERIADO TO INDICE-HALLADO
              END-IF
           END-PERFORM.
       BUSCAR-FERIADO-E. EXIT.


      *SECCION REVISAR SI EL FERIADO CAPTURADO SE TRASLAPA CON OTRO*
      *VIGENTE Y DEJAR EL RESULTADO EN INFO-DETALLE CON EL CALENDARIO*
      *DEL FERIADO CON QUE CHOCA (NACIONAL O DE SEDE). COMO EN EDUI3107*
      *SOLO CHOCAN FERIADOS DEL MISMO CALENDARIO O CON UN NACIONAL; EN*
      *UN CAMBIO NO SE COMPARA CONTRA SI MISMO. EL TRASLAPE SE AVISA*
      *PERO NO IMPIDE APLICAR EL CAMBIO (EDUI3098 TAMPOCO LO IMPIDE)*
       REVISAR-TRASLAPE-FERIADO SECTION.
           MOVE 0 TO CUENTA-TRASLAPES INDICE-TRASLAPE
           MOVE FECHA-MANTO TO PAR-DESDE(1)
           MOVE FECHA-HASTA-MANTO TO PAR-HASTA(1)
           MOVE ANUAL-MANTO TO PAR-ANUAL(1)
           MOVE ANIO-HASTA-MANTO TO PAR-FIN-VIGENCIA(1)
           IF PAR-FIN-VIGENCIA(1) EQUAL 0
              MOVE 9999 TO PAR-FIN-VIGENCIA(1)
           END-IF
           PERFORM VARYING INDICE-OTRO FROM 1 BY 1
                   UNTIL INDICE-OTRO GREATER CUENTA-FERIADOS
              IF FER-ESTADO-TAB(INDICE-OTRO) NOT EQUAL 'B' AND
                 INDICE-OTRO NOT EQUAL INDICE-ELEGIDO AND
                 (FER-CAL-TAB(INDICE-OTRO) EQUAL CALENDARIO-MANTO OR
                  FER-CAL-TAB(INDICE-OTRO) EQUAL SPACES OR
                  CALENDARIO-MANTO EQUAL SPACES)
                 MOVE FER-FECHA-TAB(INDICE-OTRO) TO PAR-DESDE(2)
                 MOVE FER-HASTA-TAB(INDICE-OTRO) TO PAR-HASTA(2)
                 MOVE FER-ANUAL-TAB(INDICE-OTRO) TO PAR-ANUAL(2)
                 MOVE FER-ANIO-HASTA-TAB(INDICE-OTRO)
                    TO PAR-FIN-VIGENCIA(2)
                 IF PAR-FIN-VIGENCIA(2) EQUAL 0
                    MOVE 9999 TO PAR-FIN-VIGENCIA(2)
                 END-IF
                 PERFORM COMPARAR-FERIADOS
                 IF HAY-TRASLAPE
                    ADD 1 TO CUENTA-TRASLAPES
                    IF INDICE-TRASLAPE EQUAL 0
                       MOVE INDICE-OTRO TO INDICE-TRASLAPE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO INFO-DETALLE
           IF CUENTA-TRASLAPES EQUAL 0
              MOVE "SIN TRASLAPE CON LOS FERIADOS VIGENTES"
                 TO INFO-DETALLE
           ELSE
              MOVE CUENTA-TRASLAPES TO CUENTA-EDITADA
              IF FER-CAL-TAB(INDICE-TRASLAPE) EQUAL SPACES
                 MOVE " NACIONAL" TO CALENDARIO-TRASLAPE
              ELSE
                 MOVE SPACES TO CALENDARIO-TRASLAPE
                 STRING " CAL " DELIMITED BY SIZE
                        FER-CAL-TAB(INDICE-TRASLAPE) DELIMITED BY SIZE
                   INTO CALENDARIO-TRASLAPE
              END-IF
              STRING "AVISO: TRASLAPE CON " DELIMITED BY SIZE
                     FER-FECHA-TAB(INDICE-TRASLAPE) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     FER-HASTA-TAB(INDICE-TRASLAPE) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FER-DESC-TAB(INDICE-TRASLAPE)(1:20)
                                            DELIMITED BY SIZE
                     CALENDARIO-TRASLAPE DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     CUENTA-EDITADA DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                INTO INFO-DETALLE
           END-IF.
       REVISAR-TRASLAPE-FERIADO-E. EXIT.


      *SECCION COMPARAR LOS DOS FERIADOS DE PAR-FERIADO*
      *MISMA REGLA QUE EDUI3107: DOS PUNTUALES SE TRASLAPAN SI SUS*
      *TRAMOS SE CRUZAN; DOS ANUALES SI SE CRUZAN SUS MES/DIA Y SUS*
      *ANIOS DE VIGENCIA; UN ANUAL Y UN PUNTUAL SI EL ANIO DEL PUNTUAL*
      *CAE EN LA VIGENCIA DEL ANUAL Y SE CRUZAN SUS MES/DIA*
       COMPARAR-FERIADOS SECTION.
           MOVE 'N' TO TRASLAPE-SW
           IF PAR-ANUAL(1) NOT EQUAL 'S' AND PAR-ANUAL(2) NOT EQUAL 'S'
              IF PAR-DESDE(1) NOT GREATER PAR-HASTA(2) AND
                 PAR-DESDE(2) NOT GREATER PAR-HASTA(1)
                 MOVE 'S' TO TRASLAPE-SW
              END-IF
           ELSE
           IF PAR-ANUAL(1) EQUAL 'S' AND PAR-ANUAL(2) EQUAL 'S'
              IF PAR-DESDE(1)(5:4) NOT GREATER PAR-HASTA(2)(5:4) AND
                 PAR-DESDE(2)(5:4) NOT GREATER PAR-HASTA(1)(5:4) AND
                 PAR-DESDE(1)(1:4) NOT GREATER PAR-FIN-VIGENCIA(2) AND
                 PAR-DESDE(2)(1:4) NOT GREATER PAR-FIN-VIGENCIA(1)
                 MOVE 'S' TO TRASLAPE-SW
              END-IF
           ELSE
              IF PAR-ANUAL(1) EQUAL 'S'
                 MOVE 1 TO INDICE-ANUAL
                 MOVE 2 TO INDICE-PUNTUAL
              ELSE
                 MOVE 2 TO INDICE-ANUAL
                 MOVE 1 TO INDICE-PUNTUAL
              END-IF
              IF PAR-HASTA(INDICE-PUNTUAL) NOT LESS
                 PAR-DESDE(INDICE-ANUAL) AND
                 PAR-DESDE(INDICE-PUNTUAL)(1:4) NOT GREATER
                 PAR-FIN-VIGENCIA(INDICE-ANUAL) AND
                 PAR-DESDE(INDICE-PUNTUAL)(5:4) NOT GREATER
                 PAR-HASTA(INDICE-ANUAL)(5:4) AND
                 PAR-DESDE(INDICE-ANUAL)(5:4) NOT GREATER
                 PAR-HASTA(INDICE-PUNTUAL)(5:4)
                 MOVE 'S' TO TRASLAPE-SW
              END-IF
           END-IF
           END-IF.
       COMPARAR-FERIADOS-E. EXIT.


      *SECCION APLICAR EL ALTA DEL FERIADO CAPTURADO*
       APLICAR-ALTA-FERIADO SECTION.
           IF CUENTA-DIARIO NOT LESS MAX-DIARIO
              PERFORM AVISAR-DIARIO-LLENO
           ELSE
              ADD 1 TO CUENTA-FERIADOS
              MOVE 'A' TO FER-ESTADO-TAB(CUENTA-FERIADOS)
              MOVE FECHA-MANTO TO FER-FECHA-TAB(CUENTA-FERIADOS)
              MOVE FECHA-HASTA-MANTO TO FER-HASTA-TAB(CUENTA-FERIADOS)
              MOVE ANUAL-MANTO TO FER-ANUAL-TAB(CUENTA-FERIADOS)
              MOVE ANIO-HASTA-MANTO
                 TO FER-ANIO-HASTA-TAB(CUENTA-FERIADOS)
              MOVE DESC-MANTO TO FER-DESC-TAB(CUENTA-FERIADOS)
              MOVE CALENDARIO-MANTO TO FER-CAL-TAB(CUENTA-FERIADOS)
              ADD 1 TO CAMBIOS-FERIADOS
              MOVE "ALTA DEL FERIADO APLICADA; PENDIENTE DE GRABAR"
                 TO MENSAJE-PANTALLA
              MOVE SPACES TO IMAGEN-ANTES
              MOVE CUENTA-FERIADOS TO INDICE-IMAGEN
              PERFORM ARMAR-IMAGEN-FERIADO
              MOVE FERIADO-SALIDA TO IMAGEN-DESPUES
              MOVE 'FERIADOS' TO ARCHIVO-CAMBIO
              MOVE 'ALTA' TO ACCION-CAMBIO
              MOVE 'N' TO TIPO-CAMBIO
              PERFORM ANOTAR-CAMBIO-DIARIO
           END-IF.
       APLICAR-ALTA-FERIADO-E. EXIT.


      *SECCION APLICAR EL CAMBIO DEL FERIADO ELEGIDO*
      *EN EL DIARIO QUEDA COMO UN ALTA QUE REEMPLAZA ('R'), IGUAL QUE*
      *UNA TARJETA ALTA DE EDUI3098 SOBRE UN FERIADO EXISTENTE*
       APLICAR-CAMBIO-FERIADO SECTION.
           IF CUENTA-DIARIO NOT LESS MAX-DIARIO
              PERFORM AVISAR-DIARIO-LLENO
           ELSE
              MOVE INDICE-ELEGIDO TO INDICE-IMAGEN
              PERFORM ARMAR-IMAGEN-FERIADO
              MOVE FERIADO-SALIDA TO IMAGEN-ANTES
              MOVE FECHA-HASTA-MANTO TO FER-HASTA-TAB(INDICE-ELEGIDO)
              MOVE ANUAL-MANTO TO FER-ANUAL-TAB(INDICE-ELEGIDO)
              MOVE ANIO-HASTA-MANTO
                 TO FER-ANIO-HASTA-TAB(INDICE-ELEGIDO)
              MOVE DESC-MANTO TO FER-DESC-TAB(INDICE-ELEGIDO)
              PERFORM ARMAR-IMAGEN-FERIADO
              MOVE FERIADO-SALIDA TO IMAGEN-DESPUES
              IF IMAGEN-DESPUES EQUAL IMAGEN-ANTES
                 MOVE "EL FERIADO QUEDO IGUAL; NO HAY CAMBIO QUE ANOTAR"
                    TO MENSAJE-PANTALLA
              ELSE
                 ADD 1 TO CAMBIOS-FERIADOS
                 MOVE "CAMBIO DEL FERIADO APLICADO; PENDIENTE DE GRABAR"
                    TO MENSAJE-PANTALLA
                 MOVE 'FERIADOS' TO ARCHIVO-CAMBIO
                 MOVE 'ALTA' TO ACCION-CAMBIO
                 MOVE 'R' TO TIPO-CAMBIO
                 PERFORM ANOTAR-CAMBIO-DIARIO
              END-IF
           END-IF.
       APLICAR-CAMBIO-FERIADO-E. EXIT.


      *SECCION APLICAR LA BAJA DEL FERIADO ELEGIDO*
       APLICAR-BAJA-FERIADO SECTION.
           IF CUENTA-DIARIO NOT LESS MAX-DIARIO
              PERFORM AVISAR-DIARIO-LLENO
           ELSE
              MOVE INDICE-ELEGIDO TO INDICE-IMAGEN
              PERFORM ARMAR-IMAGEN-FERIADO
              MOVE FERIADO-SALIDA TO IMAGEN-ANTES
              MOVE SPACES TO IMAGEN-DESPUES
              MOVE 'B' TO FER-ESTADO-TAB(INDICE-ELEGIDO)
              ADD 1 TO CAMBIOS-FERIADOS
              MOVE "BAJA DEL FERIADO APLICADA; PENDIENTE DE GRABAR"
                 TO MENSAJE-PANTALLA
              MOVE 'FERIADOS' TO ARCHIVO-CAMBIO
              MOVE 'BAJA' TO ACCION-CAMBIO
              MOVE 'B' TO TIPO-CAMBIO
              PERFORM ANOTAR-CAMBIO-DIARIO
           END-IF.
       APLICAR-BAJA-FERIADO-E. EXIT.


      *SECCION ARMAR EN FERIADO-SALIDA LA IMAGEN DEL REGISTRO DE LA*
      *ENTRADA INDICE-IMAGEN, CON EL MISMO DISENO QUE SE GRABA EN*
      *FERINUE*
       ARMAR-IMAGEN-FERIADO SECTION.
           MOVE FER-FECHA-TAB(INDICE-IMAGEN) TO FER-FECHA-SAL
           MOVE FER-HASTA-TAB(INDICE-IMAGEN) TO FER-HASTA-SAL
           MOVE FER-ANUAL-TAB(INDICE-IMAGEN) TO FER-ANUAL-SAL
           MOVE FER-ANIO-HASTA-TAB(INDICE-IMAGEN) TO FER-ANIO-HASTA-SAL
           MOVE FER-DESC-TAB(INDICE-IMAGEN) TO FER-DESC-SAL
           MOVE FER-CAL-TAB(INDICE-IMAGEN) TO FER-CAL-SAL.
       ARMAR-IMAGEN-FERIADO-E. EXIT.


      *SECCION ATENDER LA LISTA DE ANCLAS, POR CONJUNTO O POR FECHA*
       ATENDER-LISTA-ANCLAS SECTION.
           MOVE 'N' TO FIN-LISTA-SW
           MOVE 1 TO PRIMERA-LINEA
           MOVE "NUM CONJUNTO     FECHA    ETIQUETA"
              TO ENCABEZADO-LISTA
           MOVE "+ SIG  - ANT  A ALTA  C CAMBIO  B BAJA  T BAJA DEL CONJ
      -       "UNTO  O ORDEN  V VOLVER" TO AYUDA-LISTA
           PERFORM UNTIL FIN-LISTA
              IF ANCLAS-POR-CONJUNTO
                 MOVE "CONJUNTOS DE ANCLAS POR CONJUNTO Y FECHA"
                    TO TITULO-LISTA
              ELSE
                 MOVE "CONJUNTOS DE ANCLAS POR FECHA Y CONJUNTO"
                    TO TITULO-LISTA
              END-IF
              PERFORM ORDENAR-ANCLAS
              PERFORM ARMAR-PAGINA-ANCLAS
              MOVE SPACE TO COMANDO-LISTA
              MOVE 0 TO LINEA-ELEGIDA
              DISPLAY PANTALLA-LISTA
              ACCEPT PANTALLA-LISTA
              MOVE SPACES TO MENSAJE-PANTALLA
              EVALUATE COMANDO-LISTA
                 WHEN '+'
                    PERFORM AVANZAR-PAGINA
                 WHEN '-'
                    PERFORM RETROCEDER-PAGINA
                 WHEN 'O'
                    IF ANCLAS-POR-CONJUNTO
                       MOVE 'F' TO ORDEN-ANCLAS-SW
                    ELSE
                       MOVE 'C' TO ORDEN-ANCLAS-SW
                    END-IF
                    MOVE 1 TO PRIMERA-LINEA
                 WHEN 'A'
                    MOVE 'A' TO MODO-DETALLE
                    MOVE 0 TO INDICE-ELEGIDO
                    MOVE "ALTA DE ANCLA" TO TITULO-DETALLE
                    INITIALIZE CAPTURA-ANCLA
                    PERFORM MANTENER-ANCLA
                 WHEN 'C'
                 WHEN 'B'
                 WHEN 'T'
                    PERFORM UBICAR-LINEA-ELEGIDA
                    IF INDICE-ELEGIDO GREATER 0
                       MOVE COMANDO-LISTA TO MODO-DETALLE
                       EVALUATE TRUE
                          WHEN MODO-CAMBIO
                             MOVE "CAMBIO DE ANCLA" TO TITULO-DETALLE
                          WHEN MODO-BAJA
                             MOVE "BAJA DE ANCLA" TO TITULO-DETALLE
                          WHEN OTHER
                             MOVE "BAJA DEL CONJUNTO COMPLETO"
                                TO TITULO-DETALLE
                       END-EVALUATE
                       PERFORM TOMAR-ANCLA-ELEGIDA
                       MOVE CONJUNTO-MANTO TO CONJUNTO-GUARDADO
                       MOVE FECHA-ANCLA-MANTO TO FECHA-ANCLA-GUARDADA
                       PERFORM MANTENER-ANCLA
                    END-IF
                 WHEN 'V'
                    MOVE 'S' TO FIN-LISTA-SW
                 WHEN OTHER
                    MOVE "COMANDO INVALIDO; USE +, -, A, C, B, T, O O V"
                       TO MENSAJE-PANTALLA
              END-EVALUATE
           END-PERFORM.
       ATENDER-LISTA-ANCLAS-E. EXIT.


      *SECCION ORDENAR LAS ANCLAS VIGENTES SEGUN EL ORDEN ELEGIDO*
       ORDENAR-ANCLAS SECTION.
           MOVE 0 TO CUENTA-ORDEN
           PERFORM VARYING INDICE-CATALOGO FROM 1 BY 1
                   UNTIL INDICE-CATALOGO GREATER CUENTA-CATALOGO
              IF CAT-ESTADO-TAB(INDICE-CATALOGO) NOT EQUAL 'B'
                 ADD 1 TO CUENTA-ORDEN
                 MOVE INDICE-CATALOGO TO ORD-INDICE-TAB(CUENTA-ORDEN)
              END-IF
           END-PERFORM
           IF CUENTA-ORDEN GREATER 1
              PERFORM VARYING INDICE-ORDEN-I FROM 1 BY 1
                      UNTIL INDICE-ORDEN-I GREATER OR EQUAL
                            CUENTA-ORDEN
                 PERFORM VARYING INDICE-ORDEN-J FROM 1 BY 1
                         UNTIL INDICE-ORDEN-J GREATER
                               CUENTA-ORDEN - INDICE-ORDEN-I
                    MOVE ORD-INDICE-TAB(INDICE-ORDEN-J) TO INDICE-CLAVE
                    PERFORM ARMAR-CLAVE-ANCLA
                    MOVE CLAVE-ORDEN TO CLAVE-ORDEN-1
                    MOVE ORD-INDICE-TAB(INDICE-ORDEN-J + 1)
                       TO INDICE-CLAVE
                    PERFORM ARMAR-CLAVE-ANCLA
                    MOVE CLAVE-ORDEN TO CLAVE-ORDEN-2
                    IF CLAVE-ORDEN-1 GREATER CLAVE-ORDEN-2
                       MOVE ORD-INDICE-TAB(INDICE-ORDEN-J)
                          TO TEMP-INDICE-ORDEN
                       MOVE ORD-INDICE-TAB(INDICE-ORDEN-J + 1)
                          TO ORD-INDICE-TAB(INDICE-ORDEN-J)
                       MOVE TEMP-INDICE-ORDEN
                          TO ORD-INDICE-TAB(INDICE-ORDEN-J + 1)
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF.
       ORDENAR-ANCLAS-E. EXIT.


      *SECCION ARMAR LA CLAVE DE ORDEN DEL ANCLA INDICE-CLAVE*
       ARMAR-CLAVE-ANCLA SECTION.
           IF ANCLAS-POR-CONJUNTO
              MOVE CAT-CONJUNTO-TAB(INDICE-CLAVE) TO CLAVE-ORDEN(1:12)
              MOVE CAT-FECHA-TAB(INDICE-CLAVE) TO CLAVE-ORDEN(13:8)
           ELSE
              MOVE CAT-FECHA-TAB(INDICE-CLAVE) TO CLAVE-ORDEN(1:8)
              MOVE CAT-CONJUNTO-TAB(INDICE-CLAVE) TO CLAVE-ORDEN(9:12)
           END-IF
           MOVE CAT-ETIQUETA-TAB(INDICE-CLAVE) TO CLAVE-ORDEN(21:12).
       ARMAR-CLAVE-ANCLA-E. EXIT.


      *SECCION ARMAR LA PAGINA VISIBLE DE LA LISTA DE ANCLAS*
       ARMAR-PAGINA-ANCLAS SECTION.
           PERFORM AJUSTAR-PRIMERA-LINEA
           PERFORM VARYING INDICE-PAGINA FROM 1 BY 1
                   UNTIL INDICE-PAGINA GREATER LINEAS-PAGINA
              MOVE SPACES TO LINEA-PAN(INDICE-PAGINA)
              COMPUTE INDICE-ORDEN-I = PRIMERA-LINEA + INDICE-PAGINA - 1
              IF INDICE-ORDEN-I NOT GREATER CUENTA-ORDEN
                 MOVE ORD-INDICE-TAB(INDICE-ORDEN-I) TO INDICE-IMAGEN
                 PERFORM ARMAR-IMAGEN-ANCLA
                 MOVE INDICE-ORDEN-I TO NUMERO-EDITADO
                 MOVE NUMERO-EDITADO TO LINEA-PAN(INDICE-PAGINA)(1:3)
                 MOVE ANC-CONJUNTO-SAL
                    TO LINEA-PAN(INDICE-PAGINA)(5:12)
                 MOVE ANC-FECHA-SAL TO LINEA-PAN(INDICE-PAGINA)(18:8)
                 MOVE ANC-ETIQUETA-SAL
                    TO LINEA-PAN(INDICE-PAGINA)(27:12)
              END-IF
           END-PERFORM
           PERFORM ARMAR-POSICION-LISTA.
       ARMAR-PAGINA-ANCLAS-E. EXIT.


      *SECCION PASAR EL ANCLA ELEGIDA A LA CAPTURA DE PANTALLA*
       TOMAR-ANCLA-ELEGIDA SECTION.
           MOVE CAT-CONJUNTO-TAB(INDICE-ELEGIDO) TO CONJUNTO-MANTO
           MOVE CAT-FECHA-TAB(INDICE-ELEGIDO) TO FECHA-ANCLA-MANTO
           MOVE CAT-ETIQUETA-TAB(INDICE-ELEGIDO) TO ETIQUETA-MANTO.
       TOMAR-ANCLA-ELEGIDA-E. EXIT.


      *SECCION ATENDER LA PANTALLA DE DETALLE DE UN ANCLA*
      *MISMO ESQUEMA QUE LA DE FERIADOS: EN ALTA Y CAMBIO LA PRIMERA*
      *CONFIRMACION VALIDA Y MUESTRA CUANTAS ANCLAS TIENE EL CONJUNTO;*
      *EN UN CAMBIO SOLO SE TOCA LA ETIQUETA (EL CONJUNTO Y LA FECHA*
      *SON LA CLAVE)*
       MANTENER-ANCLA SECTION.
           MOVE 'N' TO FIN-DETALLE-SW
           MOVE SPACE TO CONFIRMA
           MOVE SPACES TO INFO-DETALLE MENSAJE-PANTALLA
           MOVE HIGH-VALUES TO CAPTURA-ANCLA-REVISADA
           IF MODO-BAJA OR MODO-BAJA-CONJUNTO
              PERFORM CONTAR-ANCLAS-DEL-CONJUNTO
              PERFORM ARMAR-INFO-CONJUNTO
              MOVE "CONFIRME LA BAJA CON S O CANCELE CON N"
                 TO MENSAJE-PANTALLA
           END-IF
           PERFORM UNTIL FIN-DETALLE
              DISPLAY PANTALLA-ANCLA
              ACCEPT PANTALLA-ANCLA
              MOVE SPACES TO MENSAJE-PANTALLA
              IF CANCELADO
                 MOVE 'S' TO FIN-DETALLE-SW
                 MOVE "OPERACION CANCELADA; NO SE HIZO NINGUN CAMBIO"
                    TO MENSAJE-PANTALLA
              ELSE
              IF MODO-BAJA OR MODO-BAJA-CONJUNTO
                 PERFORM TOMAR-ANCLA-ELEGIDA
                 IF CONFIRMADO
                    IF MODO-BAJA
                       PERFORM APLICAR-BAJA-ANCLA
                    ELSE
                       PERFORM BAJAR-CONJUNTO-ENTERO
                    END-IF
                    MOVE 'S' TO FIN-DETALLE-SW
                 ELSE
                    MOVE "CONFIRME LA BAJA CON S O CANCELE CON N"
                       TO MENSAJE-PANTALLA
                 END-IF
              ELSE
              IF MODO-CAMBIO AND
                 (CONJUNTO-MANTO NOT EQUAL CONJUNTO-GUARDADO OR
                  FECHA-ANCLA-MANTO NOT EQUAL FECHA-ANCLA-GUARDADA)
                 MOVE CONJUNTO-GUARDADO TO CONJUNTO-MANTO
                 MOVE FECHA-ANCLA-GUARDADA TO FECHA-ANCLA-MANTO
                 MOVE SPACE TO CONFIRMA
                 MOVE "CONJUNTO Y FECHA NO SE CAMBIAN; USE BAJA Y ALTA"
                    TO MENSAJE-PANTALLA
              ELSE
                 PERFORM VALIDAR-CAPTURA-ANCLA
                 IF NOT CAPTURA-VALIDA
                    MOVE SPACE TO CONFIRMA
                    MOVE SPACES TO INFO-DETALLE
                    MOVE HIGH-VALUES TO CAPTURA-ANCLA-REVISADA
                 ELSE
                 IF CONFIRMADO AND
                    CAPTURA-ANCLA EQUAL CAPTURA-ANCLA-REVISADA
                    IF MODO-ALTA
                       PERFORM APLICAR-ALTA-ANCLA
                    ELSE
                       PERFORM APLICAR-CAMBIO-ANCLA
                    END-IF
                    MOVE 'S' TO FIN-DETALLE-SW
                 ELSE
                    PERFORM ARMAR-INFO-CONJUNTO
                    MOVE CAPTURA-ANCLA TO CAPTURA-ANCLA-REVISADA
                    MOVE SPACE TO CONFIRMA
                    MOVE "DATOS CORRECTOS; CONFIRME (S) O CANCELE (N)"
                       TO MENSAJE-PANTALLA
                 END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
           END-PERFORM.
       MANTENER-ANCLA-E. EXIT.


      *SECCION VALIDAR EL ANCLA CAPTURADA*
      *MISMAS REGLAS DE LA TARJETA ALTA DE EDUI3101: FECHA VALIDA,*
      *CONJUNTO NO EN BLANCO, NO MAS DE MAX-ANCLAS-CONJUNTO ANCLAS EN*
      *EL CONJUNTO Y LUGAR EN EL CATALOGO. UN ALTA DE UN CONJUNTO Y*
      *FECHA QUE YA EXISTEN SE RECHAZA: EN PANTALLA ESO ES UN CAMBIO*
       VALIDAR-CAPTURA-ANCLA SECTION.
           MOVE 'N' TO CAPTURA-ES-VALIDA
           MOVE FECHA-ANCLA-MANTO TO FECHA-VALIDAR
           PERFORM VALIDAR-FECHA-MANTO
           PERFORM CONTAR-ANCLAS-DEL-CONJUNTO
           IF NOT FECHA-VALIDA
              MOVE "FECHA DEL ANCLA INVALIDA" TO MENSAJE-PANTALLA
           ELSE
           IF CONJUNTO-MANTO EQUAL SPACES
              MOVE "EL CONJUNTO NO PUEDE IR EN BLANCO"
                 TO MENSAJE-PANTALLA
           ELSE
           IF MODO-ALTA
              PERFORM BUSCAR-ANCLA
              IF INDICE-HALLADO GREATER 0
                 MOVE "ESA FECHA YA ESTA EN EL CONJUNTO; USE C PARA CAMB
      -             "IAR SU ETIQUETA" TO MENSAJE-PANTALLA
              ELSE
              IF CUENTA-EN-CONJUNTO GREATER OR EQUAL
                 MAX-ANCLAS-CONJUNTO
                 MOVE "EL CONJUNTO YA TIENE EL MAXIMO DE ANCLAS PERMITID
      -             "O" TO MENSAJE-PANTALLA
              ELSE
              IF CUENTA-CATALOGO NOT LESS MAX-CATALOGO
                 MOVE "CATALOGO LLENO; NO CABEN MAS ANCLAS"
                    TO MENSAJE-PANTALLA
              ELSE
                 MOVE 'S' TO CAPTURA-ES-VALIDA
              END-IF
              END-IF
              END-IF
           ELSE
              MOVE 'S' TO CAPTURA-ES-VALIDA
           END-IF
           END-IF
           END-IF.
       VALIDAR-CAPTURA-ANCLA-E. EXIT.


      *SECCION ARMAR EN INFO-DETALLE LAS ANCLAS VIGENTES DEL CONJUNTO*
       ARMAR-INFO-CONJUNTO SECTION.
           MOVE SPACES TO INFO-DETALLE
           MOVE CUENTA-EN-CONJUNTO TO CUENTA-EDITADA
           STRING "EL CONJUNTO " DELIMITED BY SIZE
                  CONJUNTO-MANTO DELIMITED BY SPACE
                  " TIENE " DELIMITED BY SIZE
                  CUENTA-EDITADA DELIMITED BY SIZE
                  " ANCLAS VIGENTES (MAXIMO " DELIMITED BY SIZE
                  MAX-ANCLAS-CONJUNTO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO INFO-DETALLE.
       ARMAR-INFO-CONJUNTO-E. EXIT.


      *SECCION BUSCAR LA PAREJA CONJUNTO/FECHA CAPTURADA EN LA TABLA*
       BUSCAR-ANCLA SECTION.
           MOVE 0 TO INDICE-HALLADO
           PERFORM VARYING INDICE-CATALOGO FROM 1 BY 1
                   UNTIL INDICE-CATALOGO GREATER CUENTA-CATALOGO
                      OR INDICE-HALLADO GREATER 0
              IF CAT-CONJUNTO-TAB(INDICE-CATALOGO) EQUAL
                 CONJUNTO-MANTO AND
                 CAT-FECHA-TAB(INDICE-CATALOGO) EQUAL
                 FECHA-ANCLA-MANTO AND
                 CAT-ESTADO-TAB(INDICE-CATALOGO) NOT EQUAL 'B'
                 MOVE INDICE-CATALOGO TO INDICE-HALLADO
              END-IF
           END-PERFORM.
       BUSCAR-ANCLA-E. EXIT.


      *SECCION CONTAR LAS ANCLAS VIGENTES DEL CONJUNTO CAPTURADO*
       CONTAR-ANCLAS-DEL-CONJUNTO SECTION.
           MOVE 0 TO CUENTA-EN-CONJUNTO
           PERFORM VARYING INDICE-CATALOGO FROM 1 BY 1
                   UNTIL INDICE-CATALOGO GREATER CUENTA-CATALOGO
              IF CAT-CONJUNTO-TAB(INDICE-CATALOGO) EQUAL
                 CONJUNTO-MANTO AND
                 CAT-ESTADO-TAB(INDICE-CATALOGO) NOT EQUAL 'B'
                 ADD 1 TO CUENTA-EN-CONJUNTO
              END-IF
           END-PERFORM.
       CONTAR-ANCLAS-DEL-CONJUNTO-E. EXIT.


      *SECCION APLICAR EL ALTA DEL ANCLA CAPTURADA*
       APLICAR-ALTA-ANCLA SECTION.
           IF CUENTA-DIARIO NOT LESS MAX-DIARIO
              PERFORM AVISAR-DIARIO-LLENO
           ELSE
              ADD 1 TO CUENTA-CATALOGO
              MOVE 'A' TO CAT-ESTADO-TAB(CUENTA-CATALOGO)
              MOVE CONJUNTO-MANTO TO CAT-CONJUNTO-TAB(CUENTA-CATALOGO)
              MOVE FECHA-ANCLA-MANTO TO CAT-FECHA-TAB(CUENTA-CATALOGO)
              MOVE ETIQUETA-MANTO TO CAT-ETIQUETA-TAB(CUENTA-CATALOGO)
              ADD 1 TO CAMBIOS-ANCLAS
              MOVE "ALTA DEL ANCLA APLICADA; PENDIENTE DE GRABAR"
                 TO MENSAJE-PANTALLA
              MOVE SPACES TO IMAGEN-ANTES
              MOVE CUENTA-CATALOGO TO INDICE-IMAGEN
              PERFORM ARMAR-IMAGEN-ANCLA
              MOVE CATALOGO-SALIDA TO IMAGEN-DESPUES
              MOVE 'ANCLACAT' TO ARCHIVO-CAMBIO
              MOVE 'ALTA' TO ACCION-CAMBIO
              MOVE 'N' TO TIPO-CAMBIO
              PERFORM ANOTAR-CAMBIO-DIARIO
           END-IF.
       APLICAR-ALTA-ANCLA-E. EXIT.


      *SECCION APLICAR EL CAMBIO DE ETIQUETA DEL ANCLA ELEGIDA*
      *EN EL DIARIO QUEDA COMO UN ALTA QUE REEMPLAZA ('R'), IGUAL QUE*
      *UNA TARJETA ALTA DE EDUI3101 SOBRE UN ANCLA EXISTENTE*
       APLICAR-CAMBIO-ANCLA SECTION.
           IF CUENTA-DIARIO NOT LESS MAX-DIARIO
              PERFORM AVISAR-DIARIO-LLENO
           ELSE
              MOVE INDICE-ELEGIDO TO INDICE-IMAGEN
              PERFORM ARMAR-IMAGEN-ANCLA
              MOVE CATALOGO-SALIDA TO IMAGEN-ANTES
              MOVE ETIQUETA-MANTO TO CAT-ETIQUETA-TAB(INDICE-ELEGIDO)
              PERFORM ARMAR-IMAGEN-ANCLA
              MOVE CATALOGO-SALIDA TO IMAGEN-DESPUES
              IF IMAGEN-DESPUES EQUAL IMAGEN-ANTES
                 MOVE "EL ANCLA QUEDO IGUAL; NO HAY CAMBIO QUE ANOTAR"
                    TO MENSAJE-PANTALLA
              ELSE
                 ADD 1 TO CAMBIOS-ANCLAS
                 MOVE "CAMBIO DEL ANCLA APLICADO; PENDIENTE DE GRABAR"
                    TO MENSAJE-PANTALLA
                 MOVE 'ANCLACAT' TO ARCHIVO-CAMBIO
                 MOVE 'ALTA' TO ACCION-CAMBIO
                 MOVE 'R' TO TIPO-CAMBIO
                 PERFORM ANOTAR-CAMBIO-DIARIO
              END-IF
           END-IF.
       APLICAR-CAMBIO-ANCLA-E. EXIT.


      *SECCION APLICAR LA BAJA DEL ANCLA ELEGIDA*
       APLICAR-BAJA-ANCLA SECTION.
           IF CUENTA-DIARIO NOT LESS MAX-DIARIO
              PERFORM AVISAR-DIARIO-LLENO
           ELSE
              MOVE INDICE-ELEGIDO TO INDICE-IMAGEN
              PERFORM ARMAR-IMAGEN-ANCLA
              MOVE CATALOGO-SALIDA TO IMAGEN-ANTES
              MOVE SPACES TO IMAGEN-DESPUES
              MOVE 'B' TO CAT-ESTADO-TAB(INDICE-ELEGIDO)
              ADD 1 TO CAMBIOS-ANCLAS
              MOVE "BAJA DEL ANCLA APLICADA; PENDIENTE DE GRABAR"
                 TO MENSAJE-PANTALLA
              MOVE 'ANCLACAT' TO ARCHIVO-CAMBIO
              MOVE 'BAJA' TO ACCION-CAMBIO
              MOVE 'B' TO TIPO-CAMBIO
              PERFORM ANOTAR-CAMBIO-DIARIO
           END-IF.
       APLICAR-BAJA-ANCLA-E. EXIT.


      *SECCION DAR DE BAJA TODAS LAS ANCLAS DEL CONJUNTO ELEGIDO*
      *CADA ANCLA DADA DE BAJA SE ANOTA EN EL DIARIO POR SEPARADO,*
      *COMO EN EDUI3101; SI NO CABEN TODAS EN EL DIARIO NO SE BAJA*
      *NINGUNA*
       BAJAR-CONJUNTO-ENTERO SECTION.
           PERFORM CONTAR-ANCLAS-DEL-CONJUNTO
           IF CUENTA-DIARIO + CUENTA-EN-CONJUNTO GREATER MAX-DIARIO
              PERFORM AVISAR-DIARIO-LLENO
           ELSE
              MOVE SPACES TO MENSAJE-PANTALLA
              PERFORM VARYING INDICE-CATALOGO FROM 1 BY 1
                      UNTIL INDICE-CATALOGO GREATER CUENTA-CATALOGO
                 IF CAT-CONJUNTO-TAB(INDICE-CATALOGO) EQUAL
                    CONJUNTO-MANTO AND
                    CAT-ESTADO-TAB(INDICE-CATALOGO) NOT EQUAL 'B'
                    MOVE INDICE-CATALOGO TO INDICE-IMAGEN
                    PERFORM ARMAR-IMAGEN-ANCLA
                    MOVE CATALOGO-SALIDA TO IMAGEN-ANTES
                    MOVE SPACES TO IMAGEN-DESPUES
                    MOVE 'B' TO CAT-ESTADO-TAB(INDICE-CATALOGO)
                    ADD 1 TO CAMBIOS-ANCLAS
                    MOVE 'ANCLACAT' TO ARCHIVO-CAMBIO
                    MOVE 'BAJA' TO ACCION-CAMBIO
                    MOVE 'C' TO TIPO-CAMBIO
                    PERFORM ANOTAR-CAMBIO-DIARIO
                 END-IF
              END-PERFORM
              IF MENSAJE-PANTALLA EQUAL SPACES
                 MOVE CUENTA-EN-CONJUNTO TO CUENTA-EDITADA
                 STRING "BAJA DEL CONJUNTO " DELIMITED BY SIZE
                        CONJUNTO-MANTO DELIMITED BY SPACE
                        " APLICADA (" DELIMITED BY SIZE
                        CUENTA-EDITADA DELIMITED BY SIZE
                        " ANCLAS); PENDIENTE DE GRABAR"
                                            DELIMITED BY SIZE
                   INTO MENSAJE-PANTALLA
              END-IF
           END-IF.
       BAJAR-CONJUNTO-ENTERO-E. EXIT.


      *SECCION ARMAR EN CATALOGO-SALIDA LA IMAGEN DEL REGISTRO DE LA*
      *ENTRADA INDICE-IMAGEN, CON EL MISMO DISENO QUE SE GRABA EN*
      *ANCLNUE*
       ARMAR-IMAGEN-ANCLA SECTION.
           MOVE CAT-CONJUNTO-TAB(INDICE-IMAGEN) TO ANC-CONJUNTO-SAL
           MOVE CAT-FECHA-TAB(INDICE-IMAGEN) TO ANC-FECHA-SAL
           MOVE CAT-ETIQUETA-TAB(INDICE-IMAGEN) TO ANC-ETIQUETA-SAL.
       ARMAR-IMAGEN-ANCLA-E. EXIT.


      *SECCION ANOTAR EL CAMBIO APLICADO EN LA TABLA DEL DIARIO*
      *EL PRIMER CAMBIO HECHO SIN BOLETA LO AVISA EN PANTALLA, IGUAL*
      *QUE EL AVISO DE LOS PROGRAMAS BATCH SIN TARJETA LOTE*
       ANOTAR-CAMBIO-DIARIO SECTION.
           IF BOLETA-VIGENTE EQUAL SPACES AND NOT AVISO-BOLETA-DADO
              MOVE "AVISO: CAMBIO SIN BOLETA DE CAMBIO; QUEDA EN EL DIAR
      -          "IO SIN BOLETA" TO MENSAJE-PANTALLA
              MOVE 'S' TO AVISO-BOLETA-SW
           END-IF
           ADD 1 TO CUENTA-DIARIO
           MOVE ARCHIVO-CAMBIO TO DIA-ARCHIVO-TAB(CUENTA-DIARIO)
           MOVE BOLETA-VIGENTE TO DIA-BOLETA-TAB(CUENTA-DIARIO)
           MOVE ACCION-CAMBIO TO DIA-ACCION-TAB(CUENTA-DIARIO)
           MOVE TIPO-CAMBIO TO DIA-TIPO-TAB(CUENTA-DIARIO)
           MOVE IMAGEN-ANTES TO DIA-ANTES-TAB(CUENTA-DIARIO)
           MOVE IMAGEN-DESPUES TO DIA-DESPUES-TAB(CUENTA-DIARIO).
       ANOTAR-CAMBIO-DIARIO-E. EXIT.


      *SECCION AVISAR QUE LA TABLA DEL DIARIO ESTA LLENA*
      *EL CAMBIO NO SE APLICA: NINGUN CAMBIO QUEDA SIN SU ANOTACION*
       AVISAR-DIARIO-LLENO SECTION.
           MOVE "LIMITE DE CAMBIOS DE LA SESION ALCANZADO; TERMINE Y GRA
      -       "BE ANTES DE SEGUIR" TO MENSAJE-PANTALLA.
       AVISAR-DIARIO-LLENO-E. EXIT.


      *SECCION VALIDAR LA FECHA EN FECHA-VALIDAR*
       VALIDAR-FECHA-MANTO SECTION.
           MOVE 'S' TO FECHA-ES-VALIDA
           IF FECHA-VALIDAR NOT NUMERIC
              MOVE 'N' TO FECHA-ES-VALIDA
           ELSE
           IF ANIO-VALIDAR LESS 1601
              MOVE 'N' TO FECHA-ES-VALIDA
           ELSE
           IF MES-VALIDAR LESS 1 OR MES-VALIDAR GREATER 12
              MOVE 'N' TO FECHA-ES-VALIDA
           ELSE
              EVALUATE MES-VALIDAR
                 WHEN 1  MOVE ENERO TO LIMITE-DIA-MES
                 WHEN 2
                    IF FUNCTION MOD(ANIO-VALIDAR, 4) EQUAL 0 AND
                       (FUNCTION MOD(ANIO-VALIDAR, 100) NOT EQUAL 0
                        OR
                        FUNCTION MOD(ANIO-VALIDAR, 400) EQUAL 0)
                       MOVE FEBRERO-B TO LIMITE-DIA-MES
                    ELSE
                       MOVE FEBRERO-A TO LIMITE-DIA-MES
                    END-IF
                 WHEN 3  MOVE MARZO      TO LIMITE-DIA-MES
                 WHEN 4  MOVE ABRIL      TO LIMITE-DIA-MES
                 WHEN 5  MOVE MAYO       TO LIMITE-DIA-MES
                 WHEN 6  MOVE JUNIO      TO LIMITE-DIA-MES
                 WHEN 7  MOVE JULIO      TO LIMITE-DIA-MES
                 WHEN 8  MOVE AGOSTO     TO LIMITE-DIA-MES
                 WHEN 9  MOVE SEPTIEMBRE TO LIMITE-DIA-MES
                 WHEN 10 MOVE OCTUBRE    TO LIMITE-DIA-MES
                 WHEN 11 MOVE NOVIEMBRE  TO LIMITE-DIA-MES
                 WHEN 12 MOVE DICIEMBRE  TO LIMITE-DIA-MES
              END-EVALUATE
              IF DIA-VALIDAR LESS 1 OR
                 DIA-VALIDAR GREATER LIMITE-DIA-MES
                 MOVE 'N' TO FECHA-ES-VALIDA
              END-IF
           END-IF
           END-IF
           END-IF.
       VALIDAR-FECHA-MANTO-E. EXIT.


      *SECCION TERMINAR LA SESION: EL OFICINISTA CONFIRMA QUE ARCHIVO*
      *NUEVO SE GRABA O VUELVE AL MENU CON SUS CAMBIOS PENDIENTES*
       TERMINAR-SESION SECTION.
           MOVE 'N' TO FIN-TERMINAR-SW
           MOVE SPACE TO CONFIRMA
           IF CAMBIOS-FERIADOS EQUAL 0
              MOVE 'N' TO GRABAR-FERIADOS-SW
           ELSE
              MOVE SPACE TO GRABAR-FERIADOS-SW
           END-IF
           IF CAMBIOS-ANCLAS EQUAL 0
              MOVE 'N' TO GRABAR-ANCLAS-SW
           ELSE
              MOVE SPACE TO GRABAR-ANCLAS-SW
           END-IF
           PERFORM UNTIL FIN-TERMINAR
              DISPLAY PANTALLA-TERMINAR
              ACCEPT PANTALLA-TERMINAR
              MOVE SPACES TO MENSAJE-PANTALLA
              IF CAMBIOS-FERIADOS EQUAL 0
                 MOVE 'N' TO GRABAR-FERIADOS-SW
              END-IF
              IF CAMBIOS-ANCLAS EQUAL 0
                 MOVE 'N' TO GRABAR-ANCLAS-SW
              END-IF
              IF CONFIRMA EQUAL 'N'
                 MOVE 'S' TO FIN-TERMINAR-SW
                 MOVE "SE VUELVE AL MENU; LOS CAMBIOS SIGUEN PENDIENTES"
                    TO MENSAJE-PANTALLA
              ELSE
              IF CONFIRMA NOT EQUAL 'S'
                 MOVE "DIGITE S PARA TERMINAR O N PARA VOLVER AL MENU"
                    TO MENSAJE-PANTALLA
              ELSE
              IF (GRABAR-FERIADOS-SW NOT EQUAL 'S' AND
                  GRABAR-FERIADOS-SW NOT EQUAL 'N') OR
                 (GRABAR-ANCLAS-SW NOT EQUAL 'S' AND
                  GRABAR-ANCLAS-SW NOT EQUAL 'N')
                 MOVE SPACE TO CONFIRMA
                 MOVE "INDIQUE CON S O N SI SE GRABA CADA ARCHIVO CON CA
      -             "MBIOS" TO MENSAJE-PANTALLA
              ELSE
                 MOVE 'S' TO FIN-TERMINAR-SW
                 MOVE 'S' TO FIN-SESION-SW
              END-IF
              END-IF
              END-IF
           END-PERFORM.
       TERMINAR-SESION-E. EXIT.


      *SECCION GRABAR LOS ARCHIVOS NUEVOS CONFIRMADOS Y SU DIARIO*
      *UN ARCHIVO SIN CAMBIOS NO SE GRABA; LOS CAMBIOS DESCARTADOS*
      *SE AVISAN CON CODIGO 4*
       GRABAR-CAMBIOS SECTION.
           IF CAMBIOS-FERIADOS GREATER 0
              IF GRABAR-FERIADOS
                 PERFORM GRABAR-MAESTRO-NUEVO
                 DISPLAY "RECORDATORIO: EL CALENDARIO CAMBIO; CORRA "
                         "EDUI3099 CON FERIANT Y FERINUE PARA DEPURAR "
                         "DEL MAESTRO DE RESULTADOS DE EDUI3097 SOLO "
                         "LOS REGISTROS AFECTADOS POR EL CAMBIO"
              ELSE
                 DISPLAY "AVISO: SE DESCARTARON " CAMBIOS-FERIADOS
                         " CAMBIOS DE FERIADOS; NO SE GRABO FERINUE"
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF CAMBIOS-ANCLAS GREATER 0
              IF GRABAR-ANCLAS
                 PERFORM GRABAR-CATALOGO-NUEVO
              ELSE
                 DISPLAY "AVISO: SE DESCARTARON " CAMBIOS-ANCLAS
                         " CAMBIOS DE ANCLAS; NO SE GRABO ANCLNUE"
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM ESCRIBIR-DIARIO.
       GRABAR-CAMBIOS-E. EXIT.


      *SECCION GRABAR EL MAESTRO NUEVO CON LOS FERIADOS VIGENTES*
       GRABAR-MAESTRO-NUEVO SECTION.
           OPEN OUTPUT ARCHIVO-FERIADOS-NUE
           IF NOT FERIADOS-NUE-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR FERINUE, ESTADO "
                      EST-FERIADOS-NUE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO CUENTA-GRABADOS
           PERFORM VARYING INDICE-FERIADO FROM 1 BY 1
                   UNTIL INDICE-FERIADO GREATER CUENTA-FERIADOS
              IF FER-ESTADO-TAB(INDICE-FERIADO) NOT EQUAL 'B'
                 MOVE INDICE-FERIADO TO INDICE-IMAGEN
                 PERFORM ARMAR-IMAGEN-FERIADO
                 WRITE REG-FERIADO-NUE FROM FERIADO-SALIDA
                 ADD 1 TO CUENTA-GRABADOS
              END-IF
           END-PERFORM
           CLOSE ARCHIVO-FERIADOS-NUE
           DISPLAY "FERIADOS GRABADOS EN FERINUE: " CUENTA-GRABADOS.
       GRABAR-MAESTRO-NUEVO-E. EXIT.


      *SECCION GRABAR EL CATALOGO NUEVO CON LAS ANCLAS VIGENTES*
       GRABAR-CATALOGO-NUEVO SECTION.
           OPEN OUTPUT ARCHIVO-ANCLAS-NUE
           IF NOT ANCLAS-NUE-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR ANCLNUE, ESTADO "
                      EST-ANCLAS-NUE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO CUENTA-GRABADOS
           PERFORM VARYING INDICE-CATALOGO FROM 1 BY 1
                   UNTIL INDICE-CATALOGO GREATER CUENTA-CATALOGO
              IF CAT-ESTADO-TAB(INDICE-CATALOGO) NOT EQUAL 'B'
                 MOVE INDICE-CATALOGO TO INDICE-IMAGEN
                 PERFORM ARMAR-IMAGEN-ANCLA
                 WRITE REG-CATALOGO-NUE FROM CATALOGO-SALIDA
                 ADD 1 TO CUENTA-GRABADOS
              END-IF
           END-PERFORM
           CLOSE ARCHIVO-ANCLAS-NUE
           DISPLAY "ANCLAS GRABADAS EN ANCLNUE: " CUENTA-GRABADOS.
       GRABAR-CATALOGO-NUEVO-E. EXIT.


      *SECCION AGREGAR AL DIARIO LOS CAMBIOS DE LOS ARCHIVOS GRABADOS*
      *SE HACE DESPUES DE GRABAR FERINUE/ANCLNUE. SI EL DIARIO NO SE*
      *PUEDE ABRIR LOS ARCHIVOS NUEVOS YA QUEDARON GRABADOS PERO SIN*
      *RASTRO, POR ESO SE TERMINA CON CODIGO 8 (COMO EDUI3098)*
       ESCRIBIR-DIARIO SECTION.
           MOVE 0 TO CUENTA-DIARIO-GRABADOS
           IF (CAMBIOS-FERIADOS GREATER 0 AND GRABAR-FERIADOS) OR
              (CAMBIOS-ANCLAS GREATER 0 AND GRABAR-ANCLAS)
              OPEN EXTEND ARCHIVO-DIARIO
              IF DIARIO-NO-EXISTE
                 OPEN OUTPUT ARCHIVO-DIARIO
              END-IF
              IF NOT DIARIO-OK
                 DISPLAY "ERROR: NO SE PUDO ABRIR DIARIO, ESTADO "
                         EST-DIARIO "; LOS ARCHIVOS NUEVOS QUEDARON "
                         "GRABADOS SIN ANOTACION DE SUS CAMBIOS, NO "
                         "LOS PROMUEVA"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM VARYING INDICE-DIARIO FROM 1 BY 1
                         UNTIL INDICE-DIARIO GREATER CUENTA-DIARIO
                    IF (DIA-ARCHIVO-TAB(INDICE-DIARIO) EQUAL
                        'FERIADOS' AND GRABAR-FERIADOS) OR
                       (DIA-ARCHIVO-TAB(INDICE-DIARIO) EQUAL
                        'ANCLACAT' AND GRABAR-ANCLAS)
                       MOVE SPACES TO REG-DIARIO
                       MOVE FECHA-CORRIDA-HOY TO DIA-FECHA-CORRIDA
                       MOVE HORA-CORRIDA TO DIA-HORA-CORRIDA
                       MOVE 'EDUI3111' TO DIA-PROGRAMA
                       MOVE DIA-ARCHIVO-TAB(INDICE-DIARIO)
                          TO DIA-ARCHIVO
                       MOVE DIA-BOLETA-TAB(INDICE-DIARIO) TO DIA-LOTE
                       MOVE DIA-ACCION-TAB(INDICE-DIARIO) TO DIA-ACCION
                       MOVE DIA-TIPO-TAB(INDICE-DIARIO) TO DIA-TIPO
                       MOVE DIA-ANTES-TAB(INDICE-DIARIO)
                          TO DIA-IMAGEN-ANTES
                       MOVE DIA-DESPUES-TAB(INDICE-DIARIO)
                          TO DIA-IMAGEN-DESPUES
                       WRITE REG-DIARIO
                       ADD 1 TO CUENTA-DIARIO-GRABADOS
                    END-IF
                 END-PERFORM
                 CLOSE ARCHIVO-DIARIO
              END-IF
           END-IF.
       ESCRIBIR-DIARIO-E. EXIT.
