      ******************************************************************
      * FECHA       : 17/09/2026                                       *
      * PROGRAMADOR : JOSUE FERNANDO DONIS ALVARADO                    *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUI3106                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CALENDARIO IMPRESO DE UN ANIO, MES POR MES, EN  *
      *               CUADRICULA DE SEMANAS: MARCA LOS FERIADOS DE    *
      *               FERIADOS (TRAMOS Y ANUALES EXPANDIDOS CON LA    *
      *               MISMA REGLA DE EDUI3097), SOMBREA LOS DIAS NO   *
      *               HABILES SEGUN LA SEMANA HABIL S/N Y SENALA LAS  *
      *               ANCLAS DE UN CONJUNTO DE ANCLACAT CON SU        *
      *               ETIQUETA. LOS NOMBRES DE DIA Y DE MES SALEN DE  *
      *               LA TABLA DE IDIOMAS. CADA MES CIERRA CON SUS    *
      *               DIAS HABILES, FERIADOS Y DIAS DE FIN DE SEMANA  *
      * ARCHIVOS    : FERIADOS- CALENDARIO DE FERIADOS (ENTRADA)      *
      *               ANCLACAT- CATALOGO DE CONJUNTOS DE ANCLAS (ENT) *
      *               IDIOMAS - MAESTRO DE IDIOMAS (ENTRADA)          *
      *               LISTCAL - CALENDARIO IMPRESO (SALIDA)           *
      * TARJETAS    : UNA TARJETA DE CONTROL EN SYSIN:                *
      *               01-04 ANIO DEL CALENDARIO YYYY                  *
      *               06-06 IDIOMA (BLANCO = S, ESPANOL)              *
      *               08-14 SEMANA HABIL S/N DE DOMINGO A SABADO      *
      *                     (BLANCO = NSSSSSN)                        *
      *               16-27 CONJUNTO DE ANCLAS DE ANCLACAT (BLANCO =  *
      *                     SIN ANCLAS)                               *
      *               29-32 CALENDARIO DE FERIADOS DE LA SEDE O       *
      *                     REGION (BLANCO = SOLO NACIONALES)         *
      *-----------------------------------------------------------------
      * BITACORA DE CAMBIOS                                            *
      * 17/09/2026 - VERSION INICIAL                                   *
      * 28/09/2026 - CALENDARIO DE FERIADOS EN LA TARJETA: SE MARCAN   *
      *              LOS FERIADOS NACIONALES Y LOS DE ESE CALENDARIO   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3106.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FERIADOS ASSIGN TO "FERIADOS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-FERIADOS.
           SELECT ARCHIVO-CATALOGO ASSIGN TO "ANCLACAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-CATALOGO.
           SELECT ARCHIVO-IDIOMAS ASSIGN TO "IDIOMAS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-IDIOMAS.
           SELECT ARCHIVO-LISTADO ASSIGN TO "LISTCAL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-LISTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FERIADOS
           RECORDING MODE IS F.
       COPY FERIAREG.

       FD  ARCHIVO-CATALOGO
           RECORDING MODE IS F.
       COPY ANCLAREG.

       FD  ARCHIVO-IDIOMAS
           RECORDING MODE IS F.
       COPY IDIOMREG.

       FD  ARCHIVO-LISTADO
           RECORDING MODE IS F.
       01 REG-LISTADO                       PIC X(132).
       WORKING-STORAGE SECTION.

      *TARJETA DE CONTROL DEL CALENDARIO, LEIDA DE SYSIN*
       01 TARJETA-CONTROL.
           02 ANIO-CONTROL                  PIC 9(04).
           02 FILLER                        PIC X(01).
           02 IDIOMA-CONTROL                PIC X(01).
              88 SIN-IDIOMA                           VALUE SPACE.
           02 FILLER                        PIC X(01).
           02 SEMANA-HABIL-CONTROL          PIC X(07).
              88 SIN-SEMANA-HABIL                     VALUE SPACES.
           02 FILLER                        PIC X(01).
           02 CONJUNTO-ANCLAS-CONTROL       PIC X(12).
              88 SIN-CONJUNTO-ANCLAS                  VALUE SPACES.
           02 FILLER                        PIC X(01).
      *CALENDARIO DE FERIADOS (FER-CALENDARIO); LOS NACIONALES SE*
      *MARCAN SIEMPRE, LOS DE OTRAS SEDES NUNCA*
           02 CALENDARIO-CONTROL            PIC X(04).
              88 SIN-CALENDARIO                       VALUE SPACES.
           02 FILLER                        PIC X(48).

      *CAPACIDAD MAXIMA DE FERIADOS EN EL CALENDARIO (IGUAL QUE*
      *EDUI3097 Y EDUI3098)*
       78 MAX-FERIADOS                      VALUE 100.

      *CAPACIDAD MAXIMA DE ANCLAS DEL CONJUNTO EN EL ANIO*
       78 MAX-ANCLAS                        VALUE 50.

      *CAPACIDAD MAXIMA DE IDIOMAS EN LA TABLA (INCORPORADOS MAS LOS*
      *CARGADOS DEL MAESTRO DE IDIOMAS)*
       78 MAX-IDIOMAS                       VALUE 10.

      *LINEAS DE LEYENDA POR MES: UN FERIADO POR DIA MAS LAS ANCLAS*
       78 MAX-LEYENDA                       VALUE 50.

      *ANCHO DE CADA CASILLA DE LA CUADRICULA (SIETE POR SEMANA)*
       78 ANCHO-CASILLA                     VALUE 18.

      *VARIABLES DE TRABAJO*
       01 CAMPOS-DE-TRABAJO.
          02 CONTADORES.
              04 CUENTA-HABILES-MES         PIC 9(02) VALUE 0.
              04 CUENTA-FERIADOS-MES        PIC 9(02) VALUE 0.
              04 CUENTA-FIN-SEMANA-MES      PIC 9(02) VALUE 0.
              04 CUENTA-FER-EN-FIN-MES      PIC 9(02) VALUE 0.
              04 CUENTA-HABILES-ANIO        PIC 9(03) VALUE 0.
              04 CUENTA-FERIADOS-ANIO       PIC 9(03) VALUE 0.
              04 CUENTA-FIN-SEMANA-ANIO     PIC 9(03) VALUE 0.
              04 CUENTA-FER-EN-FIN-ANIO     PIC 9(03) VALUE 0.
              04 CUENTA-ANCLAS-CONJUNTO     PIC 9(03) VALUE 0.

          02 ESTADOS-ARCHIVO.
              04 EST-ARCHIVO-FERIADOS       PIC X(02) VALUE '00'.
                 88 ARCHIVO-FERIADOS-OK              VALUE '00'.
                 88 ARCHIVO-FERIADOS-NO-EXISTE       VALUE '35'.
              04 EST-ARCHIVO-CATALOGO       PIC X(02) VALUE '00'.
                 88 ARCHIVO-CATALOGO-OK              VALUE '00'.
                 88 ARCHIVO-CATALOGO-NO-EXISTE       VALUE '35'.
              04 EST-ARCHIVO-IDIOMAS        PIC X(02) VALUE '00'.
                 88 ARCHIVO-IDIOMAS-OK               VALUE '00'.
                 88 ARCHIVO-IDIOMAS-NO-EXISTE        VALUE '35'.
              04 EST-ARCHIVO-LISTADO        PIC X(02) VALUE '00'.
                 88 ARCHIVO-LISTADO-OK               VALUE '00'.

          02 CONTROL-LECTURA.
              04 FERIADOS-EOF               PIC X(01) VALUE 'N'.
                 88 FIN-DE-FERIADOS                  VALUE 'S'.
              04 CATALOGO-EOF               PIC X(01) VALUE 'N'.
                 88 FIN-DEL-CATALOGO                 VALUE 'S'.
              04 IDIOMAS-EOF                PIC X(01) VALUE 'N'.
                 88 FIN-DE-IDIOMAS                   VALUE 'S'.

      *TABLA DE IDIOMAS: ESPANOL E INGLES SE SIEMBRAN AL INICIO Y EL*
      *MAESTRO DE IDIOMAS PUEDE REEMPLAZARLOS O AGREGAR OTROS, IGUAL*
      *QUE EN EDUI3097*
          02 TABLA-IDIOMAS.
              04 CUENTA-IDIOMAS             PIC 9(02) VALUE 0.
              04 IDIOMA-ENT OCCURS MAX-IDIOMAS.
                 05 IDI-CODIGO-TAB          PIC X(01).
                 05 IDI-NOMBRES-TAB.
                    06 IDI-NOM-DIA-TAB      PIC X(10) OCCURS 7.
                    06 IDI-NOM-MES-TAB      PIC X(10) OCCURS 12.

      *AREA DE TRABAJO PARA SEMBRAR O CARGAR UN IDIOMA EN LA TABLA*
          02 IDIOMA-TRABAJO.
              04 ID-TRB-CODIGO              PIC X(01).
              04 ID-TRB-NOMBRES.
                 05 ID-TRB-NOM-DIA          PIC X(10) OCCURS 7.
                 05 ID-TRB-NOM-MES          PIC X(10) OCCURS 12.

      *VARIABLES DE TRABAJO PARA BUSCAR UN IDIOMA EN LA TABLA*
          02 BUSQUEDA-IDIOMA.
              04 IDIOMA-BUSCADO             PIC X(01).
              04 INDICE-IDIOMA              PIC 9(02).
              04 INDICE-IDIOMA-HALLADO      PIC 9(02) VALUE 0.
              04 IDIOMA-CALENDARIO          PIC 9(02) VALUE 0.

      *SEMANA HABIL DEL CALENDARIO: LA TARJETA DE CONTROL PUEDE*
      *REDEFINIRLA; LA OMISION ES LA SEMANA DE LUNES A VIERNES*
          02 CONTROL-SEMANA-HABIL.
              04 SEMANA-HABIL-VIGENTE       PIC X(07) VALUE 'NSSSSSN'.
              04 SEMANA-HABIL-DES REDEFINES SEMANA-HABIL-VIGENTE.
                 05 DIA-HABIL-SEM           PIC X(01) OCCURS 7.
              04 DIA-EXAMINADO              PIC 9(02) VALUE 0.
              04 DIA-HABIL-SW               PIC X(01) VALUE 'N'.
                 88 DIA-ES-HABIL                      VALUE 'S'.
              04 INDICE-SEMANA              PIC 9(01).
              04 CUENTA-DIAS-HABILES-SEM    PIC 9(01).
              04 SEMANA-HABIL-BUENA-SW      PIC X(01).
                 88 SEMANA-HABIL-BUENA                VALUE 'S'.

      *TABLA DE FERIADOS CARGADA AL INICIO DESDE EL ARCHIVO FERIADOS*
          02 TABLA-FERIADOS.
              04 CUENTA-FERIADOS            PIC 9(03) VALUE 0.
              04 FER-FECHA-TAB              PIC 9(08)
                                             OCCURS MAX-FERIADOS.
              04 FER-HASTA-TAB              PIC 9(08)
                                             OCCURS MAX-FERIADOS.
              04 FER-MES-DIA-TAB            PIC 9(04)
                                             OCCURS MAX-FERIADOS.
              04 FER-MES-DIA-HASTA-TAB      PIC 9(04)
                                             OCCURS MAX-FERIADOS.
              04 FER-ANUAL-TAB              PIC X(01)
                                             OCCURS MAX-FERIADOS.
              04 FER-ANIO-HASTA-TAB         PIC 9(04)
                                             OCCURS MAX-FERIADOS.
              04 FER-DESC-TAB               PIC X(30)
                                             OCCURS MAX-FERIADOS.

      *VARIABLES DE TRABAJO PARA VERIFICAR SI UNA FECHA ES FERIADO*
          02 VERIFICACION-FERIADO.
              04 FERIADO-HALLADO            PIC X(01) VALUE 'N'.
                 88 ES-FERIADO                        VALUE 'S'.
              04 FECHA-A-VERIFICAR          PIC 9(08).
              04 FECHA-A-VERIFICAR-DES REDEFINES FECHA-A-VERIFICAR.
                 05 ANIO-A-VERIFICAR        PIC 9(04).
                 05 MES-DIA-A-VERIFICAR     PIC 9(04).
              04 INDICE-FERIADO             PIC 9(03).
              04 DESC-FERIADO-HALLADO       PIC X(30).

      *ANCLAS DEL CONJUNTO QUE CAEN EN EL ANIO DEL CALENDARIO*
          02 TABLA-ANCLAS.
              04 CUENTA-ANCLAS              PIC 9(02) VALUE 0.
              04 ANC-FECHA-TAB              PIC 9(08)
                                             OCCURS MAX-ANCLAS.
              04 ANC-ETIQUETA-TAB           PIC X(12)
                                             OCCURS MAX-ANCLAS.
              04 INDICE-ANCLA               PIC 9(02).
              04 ANCLA-DEL-DIA              PIC 9(02) VALUE 0.

      *LEYENDA DEL MES: FERIADOS Y ANCLAS DIA POR DIA*
          02 TABLA-LEYENDA.
              04 CUENTA-LEYENDA             PIC 9(02) VALUE 0.
              04 LEY-LINEA-TAB              PIC X(132)
                                             OCCURS MAX-LEYENDA.
              04 INDICE-LEYENDA             PIC 9(02).

      *VARIABLES PARA RECORRER EL ANIO DIA POR DIA*
          02 RECORRIDO-CALENDARIO.
              04 FECHA-CALENDARIO           PIC 9(08).
              04 FECHA-CALENDARIO-DES REDEFINES FECHA-CALENDARIO.
                 05 ANIO-CALENDARIO         PIC 9(04).
                 05 MES-CALENDARIO          PIC 9(02).
                 05 DIA-CALENDARIO          PIC 9(02).
              04 LIMITE-DIA-MES             PIC 9(02) VALUE 0.
              04 DIA-SEMANA-CALENDARIO      PIC 9(01).
              04 POSICION-CASILLA           PIC 9(03).
              04 SEMANA-PENDIENTE-SW        PIC X(01) VALUE 'N'.
                 88 SEMANA-PENDIENTE                  VALUE 'S'.
              04 DIA-EDITADO                PIC Z9.

      *CASILLA DE UN DIA EN LA CUADRICULA*
          02 CASILLA-DIA.
              04 FILLER                     PIC X(01).
              04 CAS-DIA                    PIC X(02).
              04 CAS-MARCA                  PIC X(01).
              04 FILLER                     PIC X(01).
              04 CAS-TEXTO                  PIC X(12).
              04 FILLER                     PIC X(01).

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

          02 LINEA-LISTADO                  PIC X(132).
       PROCEDURE DIVISION.

      *SECCION PRINCIPAL*
       PRINCIPAL SECTION.
           PERFORM LEER-TARJETA-CONTROL
           PERFORM SEMBRAR-IDIOMAS
           PERFORM CARGAR-IDIOMAS
           PERFORM ELEGIR-IDIOMA
           PERFORM CARGAR-FERIADOS
           PERFORM CARGAR-CONJUNTO-ANCLAS
           PERFORM ABRIR-LISTADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE ANIO-CONTROL TO ANIO-CALENDARIO
           PERFORM VARYING MES-CALENDARIO FROM 1 BY 1
                   UNTIL MES-CALENDARIO GREATER 12
              PERFORM IMPRIMIR-MES
           END-PERFORM
           PERFORM ESCRIBIR-TOTALES-ANIO
           CLOSE ARCHIVO-LISTADO
           STOP RUN.


      *SECCION LEER Y VALIDAR LA TARJETA DE CONTROL*
      *UNA SEMANA HABIL MAL PERFORADA O SIN NINGUN DIA HABIL TERMINA*
      *LA CORRIDA, CON LA MISMA REGLA DE EDUI3097*
       LEER-TARJETA-CONTROL SECTION.
           MOVE SPACES TO TARJETA-CONTROL
           ACCEPT TARJETA-CONTROL FROM SYSIN
           IF ANIO-CONTROL NOT NUMERIC OR ANIO-CONTROL LESS 1601
              DISPLAY "ERROR: EL ANIO DE LA TARJETA DE CONTROL ES "
                      "INVALIDO: '" ANIO-CONTROL "'"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF SIN-IDIOMA
              MOVE 'S' TO IDIOMA-CONTROL
           END-IF
           IF NOT SIN-SEMANA-HABIL
              MOVE 'S' TO SEMANA-HABIL-BUENA-SW
              MOVE 0 TO CUENTA-DIAS-HABILES-SEM
              PERFORM VARYING INDICE-SEMANA FROM 1 BY 1
                      UNTIL INDICE-SEMANA GREATER 7
                 IF SEMANA-HABIL-CONTROL(INDICE-SEMANA:1) EQUAL 'S'
                    ADD 1 TO CUENTA-DIAS-HABILES-SEM
                 ELSE
                 IF SEMANA-HABIL-CONTROL(INDICE-SEMANA:1)
                    NOT EQUAL 'N'
                    MOVE 'N' TO SEMANA-HABIL-BUENA-SW
                 END-IF
                 END-IF
              END-PERFORM
              IF NOT SEMANA-HABIL-BUENA OR
                 CUENTA-DIAS-HABILES-SEM EQUAL 0
                 DISPLAY "ERROR: LA SEMANA HABIL DE LA TARJETA DE "
                         "CONTROL DEBE LLEVAR S O N EN SUS SIETE "
                         "POSICIONES Y AL MENOS UN DIA HABIL: '"
                         SEMANA-HABIL-CONTROL "'"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SEMANA-HABIL-CONTROL TO SEMANA-HABIL-VIGENTE
           END-IF
           DISPLAY "CALENDARIO DEL ANIO " ANIO-CONTROL
                   " IDIOMA '" IDIOMA-CONTROL
                   "' SEMANA HABIL " SEMANA-HABIL-VIGENTE
                   " CONJUNTO '" CONJUNTO-ANCLAS-CONTROL
                   "' CALENDARIO '" CALENDARIO-CONTROL "'".
       LEER-TARJETA-CONTROL-E. EXIT.


      *SECCION SEMBRAR LOS IDIOMAS INCORPORADOS (ESPANOL E INGLES)*
       SEMBRAR-IDIOMAS SECTION.
           MOVE 0 TO CUENTA-IDIOMAS

           MOVE 'S' TO ID-TRB-CODIGO
           MOVE 'DOMINGO'    TO ID-TRB-NOM-DIA(1)
           MOVE 'LUNES'      TO ID-TRB-NOM-DIA(2)
           MOVE 'MARTES'     TO ID-TRB-NOM-DIA(3)
           MOVE 'MIERCOLES'  TO ID-TRB-NOM-DIA(4)
           MOVE 'JUEVES'     TO ID-TRB-NOM-DIA(5)
           MOVE 'VIERNES'    TO ID-TRB-NOM-DIA(6)
           MOVE 'SABADO'     TO ID-TRB-NOM-DIA(7)
           MOVE 'ENERO'      TO ID-TRB-NOM-MES(1)
           MOVE 'FEBRERO'    TO ID-TRB-NOM-MES(2)
           MOVE 'MARZO'      TO ID-TRB-NOM-MES(3)
           MOVE 'ABRIL'      TO ID-TRB-NOM-MES(4)
           MOVE 'MAYO'       TO ID-TRB-NOM-MES(5)
           MOVE 'JUNIO'      TO ID-TRB-NOM-MES(6)
           MOVE 'JULIO'      TO ID-TRB-NOM-MES(7)
           MOVE 'AGOSTO'     TO ID-TRB-NOM-MES(8)
           MOVE 'SEPTIEMBRE' TO ID-TRB-NOM-MES(9)
           MOVE 'OCTUBRE'    TO ID-TRB-NOM-MES(10)
           MOVE 'NOVIEMBRE'  TO ID-TRB-NOM-MES(11)
           MOVE 'DICIEMBRE'  TO ID-TRB-NOM-MES(12)
           PERFORM REGISTRAR-IDIOMA

           MOVE 'E' TO ID-TRB-CODIGO
           MOVE 'SUNDAY'     TO ID-TRB-NOM-DIA(1)
           MOVE 'MONDAY'     TO ID-TRB-NOM-DIA(2)
           MOVE 'TUESDAY'    TO ID-TRB-NOM-DIA(3)
           MOVE 'WEDNESDAY'  TO ID-TRB-NOM-DIA(4)
           MOVE 'THURSDAY'   TO ID-TRB-NOM-DIA(5)
           MOVE 'FRIDAY'     TO ID-TRB-NOM-DIA(6)
           MOVE 'SATURDAY'   TO ID-TRB-NOM-DIA(7)
           MOVE 'JANUARY'    TO ID-TRB-NOM-MES(1)
           MOVE 'FEBRUARY'   TO ID-TRB-NOM-MES(2)
           MOVE 'MARCH'      TO ID-TRB-NOM-MES(3)
           MOVE 'APRIL'      TO ID-TRB-NOM-MES(4)
           MOVE 'MAY'        TO ID-TRB-NOM-MES(5)
           MOVE 'JUNE'       TO ID-TRB-NOM-MES(6)
           MOVE 'JULY'       TO ID-TRB-NOM-MES(7)
           MOVE 'AUGUST'     TO ID-TRB-NOM-MES(8)
           MOVE 'SEPTEMBER'  TO ID-TRB-NOM-MES(9)
           MOVE 'OCTOBER'    TO ID-TRB-NOM-MES(10)
           MOVE 'NOVEMBER'   TO ID-TRB-NOM-MES(11)
           MOVE 'DECEMBER'   TO ID-TRB-NOM-MES(12)
           PERFORM REGISTRAR-IDIOMA.
       SEMBRAR-IDIOMAS-E. EXIT.


      *SECCION REGISTRAR EL IDIOMA DE IDIOMA-TRABAJO EN LA TABLA*
      *UN CODIGO YA REGISTRADO SE REEMPLAZA; UNO NUEVO SE AGREGA*
       REGISTRAR-IDIOMA SECTION.
           MOVE ID-TRB-CODIGO TO IDIOMA-BUSCADO
           PERFORM BUSCAR-IDIOMA
           IF INDICE-IDIOMA-HALLADO GREATER 0
              MOVE ID-TRB-NOMBRES
                 TO IDI-NOMBRES-TAB(INDICE-IDIOMA-HALLADO)
           ELSE
           IF CUENTA-IDIOMAS LESS MAX-IDIOMAS
              ADD 1 TO CUENTA-IDIOMAS
              MOVE ID-TRB-CODIGO TO IDI-CODIGO-TAB(CUENTA-IDIOMAS)
              MOVE ID-TRB-NOMBRES TO IDI-NOMBRES-TAB(CUENTA-IDIOMAS)
           ELSE
              DISPLAY "ADVERTENCIA: SE ALCANZO EL LIMITE DE "
                      MAX-IDIOMAS " IDIOMAS; SE IGNORA EL CODIGO '"
                      ID-TRB-CODIGO "'"
           END-IF
           END-IF.
       REGISTRAR-IDIOMA-E. EXIT.


      *SECCION CARGAR EL MAESTRO DE IDIOMAS EN LA TABLA*
      *SI NO EXISTE EL ARCHIVO IDIOMAS SE SIGUE CON LOS IDIOMAS*
      *INCORPORADOS*
       CARGAR-IDIOMAS SECTION.
           MOVE 'N' TO IDIOMAS-EOF
           OPEN INPUT ARCHIVO-IDIOMAS
           IF ARCHIVO-IDIOMAS-NO-EXISTE
              DISPLAY "AVISO: NO EXISTE EL ARCHIVO IDIOMAS; SOLO "
                      "ESTAN DISPONIBLES LOS IDIOMAS INCORPORADOS "
                      "S Y E"
           ELSE
           IF NOT ARCHIVO-IDIOMAS-OK
              DISPLAY "AVISO: NO SE PUDO ABRIR IDIOMAS, ESTADO "
                      EST-ARCHIVO-IDIOMAS "; SOLO ESTAN DISPONIBLES "
                      "LOS IDIOMAS INCORPORADOS S Y E"
           ELSE
              PERFORM UNTIL FIN-DE-IDIOMAS
                 READ ARCHIVO-IDIOMAS
                    AT END MOVE 'S' TO IDIOMAS-EOF
                    NOT AT END
                       IF IDI-CODIGO EQUAL SPACE
                          DISPLAY "ADVERTENCIA: REGISTRO DE IDIOMAS "
                                  "SIN CODIGO, SE IGNORA"
                       ELSE
                          MOVE IDI-CODIGO TO ID-TRB-CODIGO
                          MOVE IDI-NOMBRES TO ID-TRB-NOMBRES
                          PERFORM REGISTRAR-IDIOMA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-IDIOMAS
           END-IF
           END-IF.
       CARGAR-IDIOMAS-E. EXIT.


      *SECCION BUSCAR EL CODIGO DE IDIOMA-BUSCADO EN LA TABLA*
       BUSCAR-IDIOMA SECTION.
           MOVE 0 TO INDICE-IDIOMA-HALLADO
           PERFORM VARYING INDICE-IDIOMA FROM 1 BY 1
                   UNTIL INDICE-IDIOMA GREATER CUENTA-IDIOMAS
                      OR INDICE-IDIOMA-HALLADO GREATER 0
              IF IDI-CODIGO-TAB(INDICE-IDIOMA) EQUAL IDIOMA-BUSCADO
                 MOVE INDICE-IDIOMA TO INDICE-IDIOMA-HALLADO
              END-IF
           END-PERFORM.
       BUSCAR-IDIOMA-E. EXIT.


      *SECCION ELEGIR EL IDIOMA DE LA TARJETA DE CONTROL*
      *UN CALENDARIO IMPRESO EN OTRO IDIOMA DEL PEDIDO NO SIRVE, ASI*
      *QUE UN CODIGO QUE NO ESTA EN LA TABLA TERMINA LA CORRIDA*
       ELEGIR-IDIOMA SECTION.
           MOVE IDIOMA-CONTROL TO IDIOMA-BUSCADO
           PERFORM BUSCAR-IDIOMA
           IF INDICE-IDIOMA-HALLADO EQUAL 0
              DISPLAY "ERROR: EL IDIOMA '" IDIOMA-CONTROL "' NO ESTA "
                      "EN LA TABLA DE IDIOMAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE INDICE-IDIOMA-HALLADO TO IDIOMA-CALENDARIO.
       ELEGIR-IDIOMA-E. EXIT.


      *SECCION CARGAR EL CALENDARIO DE FERIADOS EN LA TABLA*
      *MISMA NORMALIZACION QUE EDUI3097: UN HASTA EN CEROS O ANTERIOR*
      *AL DESDE SE VUELVE EL MISMO DESDE. SIN ARCHIVO FERIADOS EL*
      *CALENDARIO SE IMPRIME SIN FERIADOS Y SE AVISA CON CODIGO 4.*
      *SOLO SE CARGAN LOS NACIONALES Y LOS DEL CALENDARIO PEDIDO*
       CARGAR-FERIADOS SECTION.
           MOVE 0 TO CUENTA-FERIADOS
           MOVE 'N' TO FERIADOS-EOF
           OPEN INPUT ARCHIVO-FERIADOS
           IF ARCHIVO-FERIADOS-NO-EXISTE
              DISPLAY "AVISO: NO EXISTE EL ARCHIVO FERIADOS; EL "
                      "CALENDARIO SALE SIN FERIADOS"
              MOVE 4 TO RETURN-CODE
           ELSE
           IF NOT ARCHIVO-FERIADOS-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR FERIADOS, ESTADO "
                      EST-ARCHIVO-FERIADOS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           ELSE
              PERFORM UNTIL FIN-DE-FERIADOS
                 READ ARCHIVO-FERIADOS
                    AT END MOVE 'S' TO FERIADOS-EOF
                    NOT AT END
                       IF NOT FERIADO-NACIONAL AND
                          FER-CALENDARIO NOT EQUAL CALENDARIO-CONTROL
                          CONTINUE
                       ELSE
                       IF CUENTA-FERIADOS LESS MAX-FERIADOS
                          ADD 1 TO CUENTA-FERIADOS
                          MOVE FER-FECHA
                             TO FER-FECHA-TAB(CUENTA-FERIADOS)
                          IF FER-FECHA-HASTA NOT NUMERIC OR
                             FER-FECHA-HASTA LESS FER-FECHA
                             MOVE FER-FECHA
                                TO FER-HASTA-TAB(CUENTA-FERIADOS)
                             MOVE FER-MES-DIA
                                TO FER-MES-DIA-HASTA-TAB
                                   (CUENTA-FERIADOS)
                          ELSE
                             MOVE FER-FECHA-HASTA
                                TO FER-HASTA-TAB(CUENTA-FERIADOS)
                             MOVE FER-MES-DIA-H
                                TO FER-MES-DIA-HASTA-TAB
                                   (CUENTA-FERIADOS)
                          END-IF
                          MOVE FER-MES-DIA
                             TO FER-MES-DIA-TAB(CUENTA-FERIADOS)
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
                       ELSE
                          DISPLAY "ADVERTENCIA: SE ALCANZO EL LIMITE "
                                  "DE " MAX-FERIADOS " FERIADOS; EL "
                                  "RESTO DEL CALENDARIO SE IGNORA"
                          MOVE 4 TO RETURN-CODE
                          MOVE 'S' TO FERIADOS-EOF
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-FERIADOS
              DISPLAY "FERIADOS CARGADOS: " CUENTA-FERIADOS
           END-IF
           END-IF.
       CARGAR-FERIADOS-E. EXIT.


      *SECCION CARGAR LAS ANCLAS DEL CONJUNTO QUE CAEN EN EL ANIO*
      *UN CONJUNTO NOMBRADO QUE NO EXISTE ES ERROR DE ARMADO DEL JOB,*
      *IGUAL QUE EN EDUI3097*
       CARGAR-CONJUNTO-ANCLAS SECTION.
           MOVE 0 TO CUENTA-ANCLAS
           MOVE 0 TO CUENTA-ANCLAS-CONJUNTO
           IF NOT SIN-CONJUNTO-ANCLAS
              MOVE 'N' TO CATALOGO-EOF
              OPEN INPUT ARCHIVO-CATALOGO
              IF NOT ARCHIVO-CATALOGO-OK
                 DISPLAY "ERROR: NO SE PUDO ABRIR ANCLACAT, ESTADO "
                         EST-ARCHIVO-CATALOGO
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL FIN-DEL-CATALOGO
                 READ ARCHIVO-CATALOGO
                    AT END MOVE 'S' TO CATALOGO-EOF
                    NOT AT END
                       IF ANC-CONJUNTO EQUAL CONJUNTO-ANCLAS-CONTROL
                          ADD 1 TO CUENTA-ANCLAS-CONJUNTO
                          IF ANC-FECHA(1:4) EQUAL ANIO-CONTROL
                             PERFORM REGISTRAR-ANCLA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-CATALOGO
              IF CUENTA-ANCLAS-CONJUNTO EQUAL 0
                 DISPLAY "ERROR: EL CONJUNTO DE ANCLAS '"
                         CONJUNTO-ANCLAS-CONTROL "' NO ESTA EN EL "
                         "CATALOGO ANCLACAT"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY "ANCLAS DEL CONJUNTO EN EL ANIO: " CUENTA-ANCLAS
           END-IF.
       CARGAR-CONJUNTO-ANCLAS-E. EXIT.


      *SECCION REGISTRAR UNA ANCLA DEL CONJUNTO EN LA TABLA*
       REGISTRAR-ANCLA SECTION.
           IF CUENTA-ANCLAS LESS MAX-ANCLAS
              ADD 1 TO CUENTA-ANCLAS
              MOVE ANC-FECHA TO ANC-FECHA-TAB(CUENTA-ANCLAS)
              MOVE ANC-ETIQUETA TO ANC-ETIQUETA-TAB(CUENTA-ANCLAS)
           ELSE
              DISPLAY "ADVERTENCIA: SE ALCANZO EL LIMITE DE "
                      MAX-ANCLAS " ANCLAS; SE IGNORA " ANC-FECHA
                      " " ANC-ETIQUETA
              MOVE 4 TO RETURN-CODE
           END-IF.
       REGISTRAR-ANCLA-E. EXIT.


      *SECCION ABRIR EL LISTADO DEL CALENDARIO*
       ABRIR-LISTADO SECTION.
           OPEN OUTPUT ARCHIVO-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR LISTCAL, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ABRIR-LISTADO-E. EXIT.


      *SECCION ESCRIBIR EL ENCABEZADO Y LA CLAVE DE SIMBOLOS*
       ESCRIBIR-ENCABEZADO SECTION.
           MOVE SPACES TO LINEA-LISTADO
           STRING "================ CALENDARIO " DELIMITED BY SIZE
                  ANIO-CONTROL DELIMITED BY SIZE
                  " ================" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "SEMANA HABIL (DOM A SAB) " DELIMITED BY SIZE
                  SEMANA-HABIL-VIGENTE DELIMITED BY SIZE
                  "   IDIOMA " DELIMITED BY SIZE
                  IDIOMA-CONTROL DELIMITED BY SIZE
                  "   CONJUNTO DE ANCLAS '" DELIMITED BY SIZE
                  CONJUNTO-ANCLAS-CONTROL DELIMITED BY SIZE
                  "'   CALENDARIO '" DELIMITED BY SIZE
                  CALENDARIO-CONTROL DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "CLAVE: F = FERIADO   //////// = DIA NO HABIL   "
                                            DELIMITED BY SIZE
                  "ETIQUETA = ANCLA DEL CONJUNTO" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO.
       ESCRIBIR-ENCABEZADO-E. EXIT.


      *SECCION IMPRIMIR LA CUADRICULA DE UN MES*
      *UNA LINEA POR SEMANA DE DOMINGO A SABADO; AL CERRAR EL MES SE*
      *ESCRIBEN SUS CUENTAS Y LA LEYENDA DE FERIADOS Y ANCLAS*
       IMPRIMIR-MES SECTION.
           PERFORM DETERMINAR-ULTIMO-DIA
           MOVE 0 TO CUENTA-HABILES-MES
           MOVE 0 TO CUENTA-FERIADOS-MES
           MOVE 0 TO CUENTA-FIN-SEMANA-MES
           MOVE 0 TO CUENTA-FER-EN-FIN-MES
           MOVE 0 TO CUENTA-LEYENDA

           MOVE SPACES TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           STRING "*** " DELIMITED BY SIZE
                  IDI-NOM-MES-TAB(IDIOMA-CALENDARIO, MES-CALENDARIO)
                                            DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ANIO-CALENDARIO DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           PERFORM VARYING INDICE-SEMANA FROM 1 BY 1
                   UNTIL INDICE-SEMANA GREATER 7
              COMPUTE POSICION-CASILLA =
                      (INDICE-SEMANA - 1) * ANCHO-CASILLA + 2
              MOVE IDI-NOM-DIA-TAB(IDIOMA-CALENDARIO, INDICE-SEMANA)
                 TO LINEA-LISTADO(POSICION-CASILLA:10)
           END-PERFORM
           PERFORM ESCRIBIR-LINEA-LISTADO

           MOVE SPACES TO LINEA-LISTADO
           MOVE 'N' TO SEMANA-PENDIENTE-SW
           PERFORM VARYING DIA-CALENDARIO FROM 1 BY 1
                   UNTIL DIA-CALENDARIO GREATER LIMITE-DIA-MES
              PERFORM IMPRIMIR-DIA
           END-PERFORM
           IF SEMANA-PENDIENTE
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-IF

           MOVE SPACES TO LINEA-LISTADO
           STRING "DIAS HABILES " DELIMITED BY SIZE
                  CUENTA-HABILES-MES DELIMITED BY SIZE
                  "   FERIADOS EN DIA HABIL " DELIMITED BY SIZE
                  CUENTA-FERIADOS-MES DELIMITED BY SIZE
                  "   DIAS DE FIN DE SEMANA " DELIMITED BY SIZE
                  CUENTA-FIN-SEMANA-MES DELIMITED BY SIZE
                  " (CON " DELIMITED BY SIZE
                  CUENTA-FER-EN-FIN-MES DELIMITED BY SIZE
                  " FERIADOS)" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           PERFORM VARYING INDICE-LEYENDA FROM 1 BY 1
                   UNTIL INDICE-LEYENDA GREATER CUENTA-LEYENDA
              MOVE LEY-LINEA-TAB(INDICE-LEYENDA) TO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-PERFORM

           ADD CUENTA-HABILES-MES TO CUENTA-HABILES-ANIO
           ADD CUENTA-FERIADOS-MES TO CUENTA-FERIADOS-ANIO
           ADD CUENTA-FIN-SEMANA-MES TO CUENTA-FIN-SEMANA-ANIO
           ADD CUENTA-FER-EN-FIN-MES TO CUENTA-FER-EN-FIN-ANIO.
       IMPRIMIR-MES-E. EXIT.


      *SECCION IMPRIMIR LA CASILLA DE UN DIA Y CLASIFICARLO*
      *UN DIA NO HABIL POR LA SEMANA HABIL CUENTA COMO FIN DE SEMANA*
      *AUNQUE SEA FERIADO; UN FERIADO EN DIA HABIL CUENTA COMO*
      *FERIADO; ASI LAS TRES CUENTAS SUMAN LOS DIAS DEL MES*
       IMPRIMIR-DIA SECTION.
           COMPUTE DIA-SEMANA-CALENDARIO = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE(FECHA-CALENDARIO) 7)
           MOVE FECHA-CALENDARIO TO FECHA-A-VERIFICAR
           PERFORM VERIFICAR-FERIADO
           MOVE DIA-SEMANA-CALENDARIO TO DIA-EXAMINADO
           PERFORM EXAMINAR-DIA-HABIL
           PERFORM BUSCAR-ANCLAS-DEL-DIA

           MOVE SPACES TO CASILLA-DIA
           MOVE DIA-CALENDARIO TO DIA-EDITADO
           MOVE DIA-EDITADO TO CAS-DIA
           IF ES-FERIADO
              MOVE 'F' TO CAS-MARCA
              PERFORM ANOTAR-FERIADO-LEYENDA
           END-IF
           IF ANCLA-DEL-DIA GREATER 0
              MOVE ANC-ETIQUETA-TAB(ANCLA-DEL-DIA) TO CAS-TEXTO
           ELSE
           IF ES-FERIADO OR NOT DIA-ES-HABIL
              MOVE ALL '/' TO CAS-TEXTO
           END-IF
           END-IF

           IF NOT DIA-ES-HABIL
              ADD 1 TO CUENTA-FIN-SEMANA-MES
              IF ES-FERIADO
                 ADD 1 TO CUENTA-FER-EN-FIN-MES
              END-IF
           ELSE
           IF ES-FERIADO
              ADD 1 TO CUENTA-FERIADOS-MES
           ELSE
              ADD 1 TO CUENTA-HABILES-MES
           END-IF
           END-IF

           COMPUTE POSICION-CASILLA =
                   DIA-SEMANA-CALENDARIO * ANCHO-CASILLA + 1
           MOVE CASILLA-DIA TO LINEA-LISTADO(POSICION-CASILLA:18)
           MOVE 'S' TO SEMANA-PENDIENTE-SW
           IF DIA-SEMANA-CALENDARIO EQUAL 6
              PERFORM ESCRIBIR-LINEA-LISTADO
              MOVE SPACES TO LINEA-LISTADO
              MOVE 'N' TO SEMANA-PENDIENTE-SW
           END-IF.
       IMPRIMIR-DIA-E. EXIT.


      *SECCION BUSCAR LAS ANCLAS QUE CAEN EN EL DIA DEL RECORRIDO*
      *LA CASILLA MUESTRA LA PRIMERA; TODAS VAN A LA LEYENDA*
       BUSCAR-ANCLAS-DEL-DIA SECTION.
           MOVE 0 TO ANCLA-DEL-DIA
           PERFORM VARYING INDICE-ANCLA FROM 1 BY 1
                   UNTIL INDICE-ANCLA GREATER CUENTA-ANCLAS
              IF ANC-FECHA-TAB(INDICE-ANCLA) EQUAL FECHA-CALENDARIO
                 IF ANCLA-DEL-DIA EQUAL 0
                    MOVE INDICE-ANCLA TO ANCLA-DEL-DIA
                 END-IF
                 IF CUENTA-LEYENDA LESS MAX-LEYENDA
                    ADD 1 TO CUENTA-LEYENDA
                    MOVE SPACES TO LEY-LINEA-TAB(CUENTA-LEYENDA)
                    STRING "   " DELIMITED BY SIZE
                           DIA-CALENDARIO DELIMITED BY SIZE
                           "  ANCLA    " DELIMITED BY SIZE
                           ANC-ETIQUETA-TAB(INDICE-ANCLA)
                                            DELIMITED BY SIZE
                      INTO LEY-LINEA-TAB(CUENTA-LEYENDA)
                 END-IF
              END-IF
           END-PERFORM.
       BUSCAR-ANCLAS-DEL-DIA-E. EXIT.


      *SECCION ANOTAR EN LA LEYENDA EL FERIADO DEL DIA*
       ANOTAR-FERIADO-LEYENDA SECTION.
           IF CUENTA-LEYENDA LESS MAX-LEYENDA
              ADD 1 TO CUENTA-LEYENDA
              MOVE SPACES TO LEY-LINEA-TAB(CUENTA-LEYENDA)
              STRING "   " DELIMITED BY SIZE
                     DIA-CALENDARIO DELIMITED BY SIZE
                     "  FERIADO  " DELIMITED BY SIZE
                     DESC-FERIADO-HALLADO DELIMITED BY SIZE
                INTO LEY-LINEA-TAB(CUENTA-LEYENDA)
           END-IF.
       ANOTAR-FERIADO-LEYENDA-E. EXIT.


      *SECCION VERIFICAR SI LA FECHA EN FECHA-A-VERIFICAR ES FERIADO*
      *MISMA REGLA QUE EDUI3097: UN FERIADO PUNTUAL COINCIDE SI LA*
      *FECHA CAE EN SU TRAMO DESDE/HASTA; UNO ANUAL COINCIDE POR*
      *MES/DIA DENTRO DEL TRAMO DESDE EL ANIO DE SU ALTA HASTA SU*
      *VIGENCIA FINAL (ANIO-HASTA EN CEROS = SIN VENCIMIENTO)*
       VERIFICAR-FERIADO SECTION.
           MOVE 'N' TO FERIADO-HALLADO
           MOVE SPACES TO DESC-FERIADO-HALLADO
           PERFORM VARYING INDICE-FERIADO FROM 1 BY 1
                   UNTIL INDICE-FERIADO GREATER CUENTA-FERIADOS
                      OR ES-FERIADO
              IF (FER-ANUAL-TAB(INDICE-FERIADO) NOT EQUAL 'S' AND
                  FECHA-A-VERIFICAR GREATER OR EQUAL
                  FER-FECHA-TAB(INDICE-FERIADO) AND
                  FECHA-A-VERIFICAR NOT GREATER
                  FER-HASTA-TAB(INDICE-FERIADO))
                 OR (FER-ANUAL-TAB(INDICE-FERIADO) EQUAL 'S' AND
                     MES-DIA-A-VERIFICAR GREATER OR EQUAL
                     FER-MES-DIA-TAB(INDICE-FERIADO) AND
                     MES-DIA-A-VERIFICAR NOT GREATER
                     FER-MES-DIA-HASTA-TAB(INDICE-FERIADO) AND
                     FECHA-A-VERIFICAR GREATER OR EQUAL
                     FER-FECHA-TAB(INDICE-FERIADO) AND
                     (FER-ANIO-HASTA-TAB(INDICE-FERIADO) EQUAL 0 OR
                      ANIO-A-VERIFICAR NOT GREATER
                      FER-ANIO-HASTA-TAB(INDICE-FERIADO)))
                 MOVE 'S' TO FERIADO-HALLADO
                 MOVE FER-DESC-TAB(INDICE-FERIADO)
                    TO DESC-FERIADO-HALLADO
              END-IF
           END-PERFORM.
       VERIFICAR-FERIADO-E. EXIT.


      *SECCION EXAMINAR SI EL DIA DE LA SEMANA EN DIA-EXAMINADO*
      *(0=DOMINGO ... 6=SABADO) ES HABIL SEGUN LA SEMANA VIGENTE*
       EXAMINAR-DIA-HABIL SECTION.
           IF DIA-EXAMINADO EQUAL 7
              MOVE 0 TO DIA-EXAMINADO
           END-IF
           IF DIA-HABIL-SEM(DIA-EXAMINADO + 1) EQUAL 'S'
              MOVE 'S' TO DIA-HABIL-SW
           ELSE
              MOVE 'N' TO DIA-HABIL-SW
           END-IF.
       EXAMINAR-DIA-HABIL-E. EXIT.


      *SECCION DETERMINAR EL ULTIMO DIA DEL MES DEL RECORRIDO*
       DETERMINAR-ULTIMO-DIA SECTION.
           EVALUATE MES-CALENDARIO
              WHEN 1  MOVE ENERO TO LIMITE-DIA-MES
              WHEN 2
                 IF FUNCTION MOD(ANIO-CALENDARIO, 4) EQUAL 0 AND
                    (FUNCTION MOD(ANIO-CALENDARIO, 100) NOT EQUAL 0
                     OR
                     FUNCTION MOD(ANIO-CALENDARIO, 400) EQUAL 0)
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
           END-EVALUATE.
       DETERMINAR-ULTIMO-DIA-E. EXIT.


      *SECCION ESCRIBIR LOS TOTALES DEL ANIO*
       ESCRIBIR-TOTALES-ANIO SECTION.
           MOVE SPACES TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE "================== TOTALES DEL ANIO =================="
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "DIAS HABILES " DELIMITED BY SIZE
                  CUENTA-HABILES-ANIO DELIMITED BY SIZE
                  "   FERIADOS EN DIA HABIL " DELIMITED BY SIZE
                  CUENTA-FERIADOS-ANIO DELIMITED BY SIZE
                  "   DIAS DE FIN DE SEMANA " DELIMITED BY SIZE
                  CUENTA-FIN-SEMANA-ANIO DELIMITED BY SIZE
                  " (CON " DELIMITED BY SIZE
                  CUENTA-FER-EN-FIN-ANIO DELIMITED BY SIZE
                  " FERIADOS)" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           DISPLAY "DIAS HABILES DEL ANIO: " CUENTA-HABILES-ANIO
           DISPLAY "FERIADOS EN DIA HABIL: " CUENTA-FERIADOS-ANIO
           DISPLAY "DIAS DE FIN DE SEMANA: " CUENTA-FIN-SEMANA-ANIO.
       ESCRIBIR-TOTALES-ANIO-E. EXIT.


      *SECCION ESCRIBIR UNA LINEA EN EL LISTADO*
       ESCRIBIR-LINEA-LISTADO SECTION.
           MOVE LINEA-LISTADO TO REG-LISTADO
           WRITE REG-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: FALLA AL ESCRIBIR LISTCAL, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ESCRIBIR-LINEA-LISTADO-E. EXIT.
