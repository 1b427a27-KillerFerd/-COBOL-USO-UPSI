      ******************************************************************
      * FECHA       : 05/10/2026                                       *
      * PROGRAMADOR : JOSUE FERNANDO DONIS ALVARADO                    *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUI3110                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : TABLERO DIARIO DE VENCIMIENTOS PARA LA OFICINA: *
      *               RECORRE TODOS LOS CONJUNTOS DE ANCLACAT Y LISTA,*
      *               EN ORDEN DE FECHA, LAS ANCLAS QUE CAEN DESDE LA *
      *               FECHA BASE (HOY O LA DE LA TARJETA) HASTA LOS   *
      *               DIAS PEDIDOS HACIA ADELANTE, CON SU CONJUNTO,   *
      *               ETIQUETA, NOMBRE DEL DIA (TABLA DE IDIOMAS),    *
      *               DIAS CALENDARIO Y DIAS HABILES QUE FALTAN. LAS  *
      *               ANCLAS VENCIDAS EN LA ULTIMA SEMANA VAN EN UNA  *
      *               SECCION APARTE. LOS DIAS HABILES SE CUENTAN CON *
      *               LA MISMA REGLA DE EDUI3097: SE EXCLUYE LA FECHA *
      *               BASE, SE INCLUYE LA DEL ANCLA Y NO CUENTAN LOS  *
      *               DIAS NO HABILES DE LA SEMANA NI LOS FERIADOS    *
      * ARCHIVOS    : ANCLACAT- CATALOGO DE CONJUNTOS DE ANCLAS (ENT) *
      *               FERIADOS- CALENDARIO DE FERIADOS (ENTRADA)      *
      *               IDIOMAS - MAESTRO DE IDIOMAS (ENTRADA)          *
      *               LISTVEN - TABLERO DE VENCIMIENTOS (SALIDA)      *
      * TARJETAS    : UNA TARJETA DE CONTROL OPCIONAL EN SYSIN:       *
      *               01-08 FECHA BASE YYYYMMDD (BLANCO O 0 = HOY)    *
      *               10-12 DIAS HACIA ADELANTE (BLANCO = 30)         *
      *               14-14 IDIOMA (BLANCO = S, ESPANOL)              *
      *               16-22 SEMANA HABIL S/N DE DOMINGO A SABADO      *
      *                     (BLANCO = NSSSSSN)                        *
      *               24-27 CALENDARIO DE FERIADOS DE LA SEDE O       *
      *                     REGION (BLANCO = SOLO NACIONALES)         *
      *-----------------------------------------------------------------
      * BITACORA DE CAMBIOS                                            *
      * 05/10/2026 - VERSION INICIAL                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3110.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CATALOGO ASSIGN TO "ANCLACAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-CATALOGO.
           SELECT ARCHIVO-FERIADOS ASSIGN TO "FERIADOS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-FERIADOS.
           SELECT ARCHIVO-IDIOMAS ASSIGN TO "IDIOMAS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-IDIOMAS.
           SELECT ARCHIVO-LISTADO ASSIGN TO "LISTVEN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-LISTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CATALOGO
           RECORDING MODE IS F.
       COPY ANCLAREG.

       FD  ARCHIVO-FERIADOS
           RECORDING MODE IS F.
       COPY FERIAREG.

       FD  ARCHIVO-IDIOMAS
           RECORDING MODE IS F.
       COPY IDIOMREG.

       FD  ARCHIVO-LISTADO
           RECORDING MODE IS F.
       01 REG-LISTADO                       PIC X(132).
       WORKING-STORAGE SECTION.

      *TARJETA DE CONTROL DEL TABLERO, LEIDA DE SYSIN*
       01 TARJETA-CONTROL.
           02 FECHA-BASE-CONTROL            PIC 9(08).
           02 FILLER                        PIC X(01).
           02 DIAS-ADELANTE-CONTROL         PIC 9(03).
           02 FILLER                        PIC X(01).
           02 IDIOMA-CONTROL                PIC X(01).
              88 SIN-IDIOMA                           VALUE SPACE.
           02 FILLER                        PIC X(01).
           02 SEMANA-HABIL-CONTROL          PIC X(07).
              88 SIN-SEMANA-HABIL                     VALUE SPACES.
           02 FILLER                        PIC X(01).
      *CALENDARIO DE FERIADOS (FER-CALENDARIO); LOS NACIONALES SE*
      *CUENTAN SIEMPRE, LOS DE OTRAS SEDES NUNCA*
           02 CALENDARIO-CONTROL            PIC X(04).
              88 SIN-CALENDARIO                       VALUE SPACES.
           02 FILLER                        PIC X(53).

      *CAPACIDAD MAXIMA DE FERIADOS EN EL CALENDARIO (IGUAL QUE*
      *EDUI3097 Y EDUI3098)*
       78 MAX-FERIADOS                      VALUE 100.

      *CAPACIDAD MAXIMA DE IDIOMAS EN LA TABLA (INCORPORADOS MAS LOS*
      *CARGADOS DEL MAESTRO DE IDIOMAS)*
       78 MAX-IDIOMAS                       VALUE 10.

      *CAPACIDAD MAXIMA DE ANCLAS EN EL TABLERO (PROXIMAS Y VENCIDAS)*
       78 MAX-VENCIMIENTOS                  VALUE 500.

      *DIAS HACIA ATRAS QUE CUBRE LA SECCION DE VENCIDAS*
       78 DIAS-VENCIDAS                     VALUE 7.

      *DIAS HACIA ADELANTE CUANDO LA TARJETA NO LOS TRAE*
       78 DIAS-ADELANTE-OMISION             VALUE 30.

      *VARIABLES DE TRABAJO*
       01 CAMPOS-DE-TRABAJO.
          02 CONTADORES.
              04 CUENTA-CATALOGO            PIC 9(05) VALUE 0.
              04 CUENTA-FECHA-INVALIDA      PIC 9(05) VALUE 0.
              04 CUENTA-PROXIMAS            PIC 9(03) VALUE 0.
              04 CUENTA-VENCIDAS            PIC 9(03) VALUE 0.
              04 CUENTA-EXCEDIDAS           PIC 9(05) VALUE 0.

          02 ESTADOS-ARCHIVO.
              04 EST-ARCHIVO-CATALOGO       PIC X(02) VALUE '00'.
                 88 ARCHIVO-CATALOGO-OK              VALUE '00'.
                 88 ARCHIVO-CATALOGO-NO-EXISTE       VALUE '35'.
              04 EST-ARCHIVO-FERIADOS       PIC X(02) VALUE '00'.
                 88 ARCHIVO-FERIADOS-OK              VALUE '00'.
                 88 ARCHIVO-FERIADOS-NO-EXISTE       VALUE '35'.
              04 EST-ARCHIVO-IDIOMAS        PIC X(02) VALUE '00'.
                 88 ARCHIVO-IDIOMAS-OK               VALUE '00'.
                 88 ARCHIVO-IDIOMAS-NO-EXISTE        VALUE '35'.
              04 EST-ARCHIVO-LISTADO        PIC X(02) VALUE '00'.
                 88 ARCHIVO-LISTADO-OK               VALUE '00'.

          02 CONTROL-LECTURA.
              04 CATALOGO-EOF               PIC X(01) VALUE 'N'.
                 88 FIN-DEL-CATALOGO                 VALUE 'S'.
              04 FERIADOS-EOF               PIC X(01) VALUE 'N'.
                 88 FIN-DE-FERIADOS                  VALUE 'S'.
              04 IDIOMAS-EOF                PIC X(01) VALUE 'N'.
                 88 FIN-DE-IDIOMAS                   VALUE 'S'.

      *FECHA BASE DEL TABLERO Y VENTANA DE DIAS*
          02 VENTANA-TABLERO.
              04 FECHA-BASE                 PIC 9(08).
              04 JULIANO-BASE               PIC 9(07).
              04 DIAS-ADELANTE              PIC 9(03).
              04 JULIANO-ANCLA              PIC 9(07).
              04 DIFERENCIA-DIAS            PIC S9(07).

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
              04 IDIOMA-TABLERO             PIC 9(02) VALUE 0.

      *SEMANA HABIL DEL TABLERO: LA TARJETA DE CONTROL PUEDE*
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

      *VARIABLES DE TRABAJO PARA VERIFICAR SI UNA FECHA ES FERIADO*
          02 VERIFICACION-FERIADO.
              04 FERIADO-HALLADO            PIC X(01) VALUE 'N'.
                 88 ES-FERIADO                        VALUE 'S'.
              04 FECHA-A-VERIFICAR          PIC 9(08).
              04 FECHA-A-VERIFICAR-DES REDEFINES FECHA-A-VERIFICAR.
                 05 ANIO-A-VERIFICAR        PIC 9(04).
                 05 MES-DIA-A-VERIFICAR     PIC 9(04).
              04 INDICE-FERIADO             PIC 9(03).

      *VARIABLES PARA CONTAR DIAS HABILES ENTRE DOS FECHAS JULIANAS*
      *(SE EXCLUYE EL INICIO Y SE INCLUYE EL FIN, COMO EN EDUI3097)*
          02 RANGO-HABILES.
              04 JULIANO-INICIO-RANGO       PIC 9(07).
              04 JULIANO-FIN-RANGO          PIC 9(07).
              04 JULIANO-INDICE-RANGO       PIC 9(07).
              04 DIA-SEMANA-RANGO           PIC 9(01).
              04 CONTADOR-DIAS-HABILES      PIC 9(05).

      *ANCLAS DEL TABLERO. VEN-SECCION 'P' = PROXIMA, 'V' = VENCIDA.*
      *VEN-CLAVE-ORDEN (FECHA, CONJUNTO Y ETIQUETA) ORDENA LA TABLA*
          02 TABLA-VENCIMIENTOS.
              04 CUENTA-VENCIMIENTOS        PIC 9(03) VALUE 0.
              04 VENCIMIENTO-ENT OCCURS MAX-VENCIMIENTOS.
                 05 VEN-CLAVE-ORDEN.
                    06 VEN-FECHA            PIC 9(08).
                    06 VEN-CONJUNTO         PIC X(12).
                    06 VEN-ETIQUETA         PIC X(12).
                 05 VEN-SECCION             PIC X(01).
                    88 VENCIMIENTO-PROXIMO           VALUE 'P'.
                    88 VENCIMIENTO-VENCIDO           VALUE 'V'.
                 05 VEN-DIA-SEMANA          PIC 9(01).
                 05 VEN-DIAS                PIC 9(05).
                 05 VEN-HABILES             PIC 9(05).
              04 VENCIMIENTO-TEMP.
                 05 FILLER                  PIC X(32).
                 05 FILLER                  PIC X(01).
                 05 FILLER                  PIC 9(01).
                 05 FILLER                  PIC 9(05).
                 05 FILLER                  PIC 9(05).
              04 INDICE-VENCIMIENTO         PIC 9(03).
              04 INDICE-ORDEN-I             PIC 9(03).
              04 INDICE-ORDEN-J             PIC 9(03).

      *VARIABLES PARA VALIDAR UNA FECHA*
          02 VALIDACION-FECHA.
              04 FECHA-VALIDAR              PIC 9(08).
              04 FECHA-VALIDAR-DES REDEFINES FECHA-VALIDAR.
                 05 ANIO-VALIDAR            PIC 9(04).
                 05 MES-VALIDAR             PIC 9(02).
                 05 DIA-VALIDAR             PIC 9(02).
              04 LIMITE-DIA-MES             PIC 9(02).
              04 FECHA-ES-VALIDA            PIC X(01).
                 88 FECHA-VALIDA                      VALUE 'S'.

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

          02 DIAS-EDITADO                   PIC ZZZZ9.
          02 HABILES-EDITADO                PIC ZZZZ9.
          02 LINEA-LISTADO                  PIC X(132).
       PROCEDURE DIVISION.

      *SECCION PRINCIPAL*
       PRINCIPAL SECTION.
           PERFORM LEER-TARJETA-CONTROL
           PERFORM SEMBRAR-IDIOMAS
           PERFORM CARGAR-IDIOMAS
           PERFORM ELEGIR-IDIOMA
           PERFORM CARGAR-FERIADOS
           PERFORM CARGAR-ANCLAS
           PERFORM ORDENAR-VENCIMIENTOS
           PERFORM ABRIR-LISTADO
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM ESCRIBIR-PROXIMAS
           PERFORM ESCRIBIR-VENCIDAS
           PERFORM ESCRIBIR-TOTALES
           CLOSE ARCHIVO-LISTADO
           STOP RUN.


      *SECCION LEER Y VALIDAR LA TARJETA DE CONTROL*
      *SIN TARJETA EL TABLERO SALE A LA FECHA DE HOY, A 30 DIAS, EN*
      *ESPANOL Y CON LA SEMANA DE LUNES A VIERNES. UNA SEMANA HABIL*
      *MAL PERFORADA TERMINA LA CORRIDA, CON LA REGLA DE EDUI3097*
       LEER-TARJETA-CONTROL SECTION.
           MOVE SPACES TO TARJETA-CONTROL
           ACCEPT TARJETA-CONTROL FROM SYSIN
           IF FECHA-BASE-CONTROL NUMERIC AND
              FECHA-BASE-CONTROL GREATER 0
              MOVE FECHA-BASE-CONTROL TO FECHA-VALIDAR
              PERFORM VALIDAR-FECHA
              IF NOT FECHA-VALIDA
                 DISPLAY "ERROR: LA FECHA BASE DE LA TARJETA ES "
                         "INVALIDA: " FECHA-BASE-CONTROL
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FECHA-BASE-CONTROL TO FECHA-BASE
           ELSE
              ACCEPT FECHA-BASE FROM DATE YYYYMMDD
           END-IF
           COMPUTE JULIANO-BASE = FUNCTION INTEGER-OF-DATE(FECHA-BASE)

           IF DIAS-ADELANTE-CONTROL NUMERIC
              MOVE DIAS-ADELANTE-CONTROL TO DIAS-ADELANTE
           ELSE
              IF DIAS-ADELANTE-CONTROL EQUAL SPACES
                 MOVE DIAS-ADELANTE-OMISION TO DIAS-ADELANTE
              ELSE
                 DISPLAY "ERROR: LOS DIAS HACIA ADELANTE DE LA "
                         "TARJETA NO SON NUMERICOS: '"
                         DIAS-ADELANTE-CONTROL "'"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
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
           DISPLAY "TABLERO AL " FECHA-BASE
                   " A " DIAS-ADELANTE " DIAS IDIOMA '" IDIOMA-CONTROL
                   "' SEMANA HABIL " SEMANA-HABIL-VIGENTE
                   " CALENDARIO '" CALENDARIO-CONTROL "'".
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
      *UN CODIGO QUE NO ESTA EN LA TABLA TERMINA LA CORRIDA, IGUAL*
      *QUE EN EL CALENDARIO IMPRESO EDUI3106*
       ELEGIR-IDIOMA SECTION.
           MOVE IDIOMA-CONTROL TO IDIOMA-BUSCADO
           PERFORM BUSCAR-IDIOMA
           IF INDICE-IDIOMA-HALLADO EQUAL 0
              DISPLAY "ERROR: EL IDIOMA '" IDIOMA-CONTROL "' NO ESTA "
                      "EN LA TABLA DE IDIOMAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE INDICE-IDIOMA-HALLADO TO IDIOMA-TABLERO.
       ELEGIR-IDIOMA-E. EXIT.


      *SECCION CARGAR EL CALENDARIO DE FERIADOS EN LA TABLA*
      *MISMA NORMALIZACION QUE EDUI3097: UN HASTA EN CEROS O ANTERIOR*
      *AL DESDE SE VUELVE EL MISMO DESDE. SIN ARCHIVO FERIADOS LOS*
      *DIAS HABILES SOLO DESCUENTAN LA SEMANA Y SE AVISA CON CODIGO 4.*
      *SOLO SE CARGAN LOS NACIONALES Y LOS DEL CALENDARIO PEDIDO*
       CARGAR-FERIADOS SECTION.
           MOVE 0 TO CUENTA-FERIADOS
           MOVE 'N' TO FERIADOS-EOF
           OPEN INPUT ARCHIVO-FERIADOS
           IF ARCHIVO-FERIADOS-NO-EXISTE
              DISPLAY "AVISO: NO EXISTE EL ARCHIVO FERIADOS; LOS DIAS "
                      "HABILES NO DESCUENTAN FERIADOS"
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


      *SECCION RECORRER TODO EL CATALOGO Y TOMAR LAS ANCLAS DE LA*
      *VENTANA: DE LA FECHA BASE A LOS DIAS HACIA ADELANTE (PROXIMAS)*
      *Y DE LA ULTIMA SEMANA (VENCIDAS). SIN CATALOGO NO HAY TABLERO*
       CARGAR-ANCLAS SECTION.
           MOVE 'N' TO CATALOGO-EOF
           OPEN INPUT ARCHIVO-CATALOGO
           IF ARCHIVO-CATALOGO-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE EL CATALOGO ANCLACAT"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
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
                    ADD 1 TO CUENTA-CATALOGO
                    MOVE ANC-FECHA TO FECHA-VALIDAR
                    PERFORM VALIDAR-FECHA
                    IF FECHA-VALIDA
                       PERFORM EVALUAR-ANCLA
                    ELSE
                       ADD 1 TO CUENTA-FECHA-INVALIDA
                       DISPLAY "ADVERTENCIA: ANCLA CON FECHA INVALIDA, "
                               "SE IGNORA: " ANC-CONJUNTO " "
                               ANC-FECHA " " ANC-ETIQUETA
                       MOVE 4 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCHIVO-CATALOGO
           DISPLAY "ANCLAS LEIDAS DEL CATALOGO: " CUENTA-CATALOGO.
       CARGAR-ANCLAS-E. EXIT.


      *SECCION EVALUAR SI EL ANCLA LEIDA ENTRA EN EL TABLERO*
      *LOS DIAS HABILES DE UNA PROXIMA VAN DE LA BASE AL ANCLA; LOS DE*
      *UNA VENCIDA, DEL ANCLA A LA BASE (DIAS HABILES TRANSCURRIDOS)*
       EVALUAR-ANCLA SECTION.
           COMPUTE JULIANO-ANCLA = FUNCTION INTEGER-OF-DATE(ANC-FECHA)
           COMPUTE DIFERENCIA-DIAS = JULIANO-ANCLA - JULIANO-BASE
           IF DIFERENCIA-DIAS LESS 0 - DIAS-VENCIDAS OR
              DIFERENCIA-DIAS GREATER DIAS-ADELANTE
              CONTINUE
           ELSE
              IF CUENTA-VENCIMIENTOS NOT LESS MAX-VENCIMIENTOS
                 ADD 1 TO CUENTA-EXCEDIDAS
                 MOVE 4 TO RETURN-CODE
              ELSE
                 ADD 1 TO CUENTA-VENCIMIENTOS
                 MOVE CUENTA-VENCIMIENTOS TO INDICE-VENCIMIENTO
                 MOVE ANC-FECHA TO VEN-FECHA(INDICE-VENCIMIENTO)
                 MOVE ANC-CONJUNTO TO VEN-CONJUNTO(INDICE-VENCIMIENTO)
                 MOVE ANC-ETIQUETA TO VEN-ETIQUETA(INDICE-VENCIMIENTO)
                 COMPUTE VEN-DIA-SEMANA(INDICE-VENCIMIENTO) =
                         FUNCTION MOD(JULIANO-ANCLA 7)
                 IF DIFERENCIA-DIAS LESS 0
                    MOVE 'V' TO VEN-SECCION(INDICE-VENCIMIENTO)
                    ADD 1 TO CUENTA-VENCIDAS
                    COMPUTE VEN-DIAS(INDICE-VENCIMIENTO) =
                            0 - DIFERENCIA-DIAS
                    MOVE JULIANO-ANCLA TO JULIANO-INICIO-RANGO
                    MOVE JULIANO-BASE TO JULIANO-FIN-RANGO
                 ELSE
                    MOVE 'P' TO VEN-SECCION(INDICE-VENCIMIENTO)
                    ADD 1 TO CUENTA-PROXIMAS
                    MOVE DIFERENCIA-DIAS
                       TO VEN-DIAS(INDICE-VENCIMIENTO)
                    MOVE JULIANO-BASE TO JULIANO-INICIO-RANGO
                    MOVE JULIANO-ANCLA TO JULIANO-FIN-RANGO
                 END-IF
                 PERFORM CONTAR-DIAS-HABILES
                 MOVE CONTADOR-DIAS-HABILES
                    TO VEN-HABILES(INDICE-VENCIMIENTO)
              END-IF
           END-IF.
       EVALUAR-ANCLA-E. EXIT.


      *SECCION CONTAR LOS DIAS HABILES DEL RANGO JULIANO*
      *MISMO RECORRIDO DE EDUI3097: EL PRIMER DIA NO CUENTA, EL ULTIMO*
      *SI; UN DIA CUENTA SI ES HABIL EN LA SEMANA Y NO ES FERIADO*
       CONTAR-DIAS-HABILES SECTION.
           MOVE 0 TO CONTADOR-DIAS-HABILES
           PERFORM VARYING JULIANO-INDICE-RANGO
                   FROM JULIANO-INICIO-RANGO BY 1
                   UNTIL JULIANO-INDICE-RANGO GREATER JULIANO-FIN-RANGO
              IF JULIANO-INDICE-RANGO GREATER JULIANO-INICIO-RANGO
                 COMPUTE DIA-SEMANA-RANGO =
                         FUNCTION MOD(JULIANO-INDICE-RANGO 7)
                 MOVE DIA-SEMANA-RANGO TO DIA-EXAMINADO
                 PERFORM EXAMINAR-DIA-HABIL
                 IF DIA-ES-HABIL
                    COMPUTE FECHA-A-VERIFICAR =
                            FUNCTION DATE-OF-INTEGER
                            (JULIANO-INDICE-RANGO)
                    PERFORM VERIFICAR-FERIADO
                    IF NOT ES-FERIADO
                       ADD 1 TO CONTADOR-DIAS-HABILES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       CONTAR-DIAS-HABILES-E. EXIT.


      *SECCION VERIFICAR SI LA FECHA EN FECHA-A-VERIFICAR ES FERIADO*
      *MISMA REGLA QUE EDUI3097: UN FERIADO PUNTUAL COINCIDE SI LA*
      *FECHA CAE EN SU TRAMO DESDE/HASTA; UNO ANUAL COINCIDE POR*
      *MES/DIA DENTRO DEL TRAMO DESDE EL ANIO DE SU ALTA HASTA SU*
      *VIGENCIA FINAL (ANIO-HASTA EN CEROS = SIN VENCIMIENTO)*
       VERIFICAR-FERIADO SECTION.
           MOVE 'N' TO FERIADO-HALLADO
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


      *SECCION ORDENAR EL TABLERO POR FECHA, CONJUNTO Y ETIQUETA*
      *BURBUJA SOBRE LA TABLA, COMO EL ORDEN DE PENDIENTES DE EDUI3103*
       ORDENAR-VENCIMIENTOS SECTION.
           IF CUENTA-VENCIMIENTOS GREATER 1
              PERFORM VARYING INDICE-ORDEN-I FROM 1 BY 1
                      UNTIL INDICE-ORDEN-I GREATER OR EQUAL
                            CUENTA-VENCIMIENTOS
                 PERFORM VARYING INDICE-ORDEN-J FROM 1 BY 1
                         UNTIL INDICE-ORDEN-J GREATER
                               CUENTA-VENCIMIENTOS - INDICE-ORDEN-I
                    IF VEN-CLAVE-ORDEN(INDICE-ORDEN-J) GREATER
                       VEN-CLAVE-ORDEN(INDICE-ORDEN-J + 1)
                       MOVE VENCIMIENTO-ENT(INDICE-ORDEN-J)
                          TO VENCIMIENTO-TEMP
                       MOVE VENCIMIENTO-ENT(INDICE-ORDEN-J + 1)
                          TO VENCIMIENTO-ENT(INDICE-ORDEN-J)
                       MOVE VENCIMIENTO-TEMP
                          TO VENCIMIENTO-ENT(INDICE-ORDEN-J + 1)
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF.
       ORDENAR-VENCIMIENTOS-E. EXIT.


      *SECCION ABRIR EL LISTADO DEL TABLERO*
       ABRIR-LISTADO SECTION.
           OPEN OUTPUT ARCHIVO-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR LISTVEN, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ABRIR-LISTADO-E. EXIT.


      *SECCION ESCRIBIR EL ENCABEZADO DEL TABLERO*
       ESCRIBIR-ENCABEZADO SECTION.
           MOVE SPACES TO LINEA-LISTADO
           STRING "============ TABLERO DE VENCIMIENTOS AL "
                                            DELIMITED BY SIZE
                  FECHA-BASE DELIMITED BY SIZE
                  " ============" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "DIAS HACIA ADELANTE " DELIMITED BY SIZE
                  DIAS-ADELANTE DELIMITED BY SIZE
                  "   SEMANA HABIL (DOM A SAB) " DELIMITED BY SIZE
                  SEMANA-HABIL-VIGENTE DELIMITED BY SIZE
                  "   IDIOMA " DELIMITED BY SIZE
                  IDIOMA-CONTROL DELIMITED BY SIZE
                  "   CALENDARIO '" DELIMITED BY SIZE
                  CALENDARIO-CONTROL DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO.
       ESCRIBIR-ENCABEZADO-E. EXIT.


      *SECCION ESCRIBIR LAS ANCLAS PROXIMAS*
       ESCRIBIR-PROXIMAS SECTION.
           MOVE SPACES TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE "---------------------- PROXIMAS ----------------------"
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "FECHA    DIA        CONJUNTO     ETIQUETA     "
                                            DELIMITED BY SIZE
                  " FALTAN HABILES" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           PERFORM VARYING INDICE-VENCIMIENTO FROM 1 BY 1
                   UNTIL INDICE-VENCIMIENTO GREATER CUENTA-VENCIMIENTOS
              IF VENCIMIENTO-PROXIMO(INDICE-VENCIMIENTO)
                 PERFORM LISTAR-VENCIMIENTO
              END-IF
           END-PERFORM
           IF CUENTA-PROXIMAS EQUAL 0
              MOVE "   (NINGUNA ANCLA EN LA VENTANA)" TO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-IF.
       ESCRIBIR-PROXIMAS-E. EXIT.


      *SECCION ESCRIBIR LAS ANCLAS VENCIDAS EN LA ULTIMA SEMANA*
       ESCRIBIR-VENCIDAS SECTION.
           MOVE SPACES TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "-------------- VENCIDAS EN LOS ULTIMOS "
                                            DELIMITED BY SIZE
                  DIAS-VENCIDAS DELIMITED BY SIZE
                  " DIAS --------------" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "FECHA    DIA        CONJUNTO     ETIQUETA     "
                                            DELIMITED BY SIZE
                  "VENCIDA HABILES" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           PERFORM VARYING INDICE-VENCIMIENTO FROM 1 BY 1
                   UNTIL INDICE-VENCIMIENTO GREATER CUENTA-VENCIMIENTOS
              IF VENCIMIENTO-VENCIDO(INDICE-VENCIMIENTO)
                 PERFORM LISTAR-VENCIMIENTO
              END-IF
           END-PERFORM
           IF CUENTA-VENCIDAS EQUAL 0
              MOVE "   (NINGUNA ANCLA VENCIDA)" TO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-IF.
       ESCRIBIR-VENCIDAS-E. EXIT.


      *SECCION LISTAR UNA LINEA DEL TABLERO*
      *EN LAS PROXIMAS LOS DIAS SON LOS QUE FALTAN (0 = HOY); EN LAS*
      *VENCIDAS, LOS QUE YA PASARON*
       LISTAR-VENCIMIENTO SECTION.
           MOVE SPACES TO LINEA-LISTADO
           MOVE VEN-FECHA(INDICE-VENCIMIENTO) TO LINEA-LISTADO(1:8)
           MOVE IDI-NOM-DIA-TAB(IDIOMA-TABLERO,
                                VEN-DIA-SEMANA(INDICE-VENCIMIENTO) + 1)
              TO LINEA-LISTADO(10:10)
           MOVE VEN-CONJUNTO(INDICE-VENCIMIENTO) TO LINEA-LISTADO(21:12)
           MOVE VEN-ETIQUETA(INDICE-VENCIMIENTO) TO LINEA-LISTADO(34:12)
           MOVE VEN-DIAS(INDICE-VENCIMIENTO) TO DIAS-EDITADO
           MOVE DIAS-EDITADO TO LINEA-LISTADO(49:5)
           MOVE VEN-HABILES(INDICE-VENCIMIENTO) TO HABILES-EDITADO
           MOVE HABILES-EDITADO TO LINEA-LISTADO(56:5)
           IF VENCIMIENTO-PROXIMO(INDICE-VENCIMIENTO) AND
              VEN-DIAS(INDICE-VENCIMIENTO) EQUAL 0
              MOVE "HOY" TO LINEA-LISTADO(63:3)
           END-IF
           PERFORM ESCRIBIR-LINEA-LISTADO.
       LISTAR-VENCIMIENTO-E. EXIT.


      *SECCION ESCRIBIR LOS TOTALES DEL TABLERO*
       ESCRIBIR-TOTALES SECTION.
           MOVE SPACES TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           IF CUENTA-EXCEDIDAS GREATER 0
              MOVE SPACES TO LINEA-LISTADO
              STRING "ADVERTENCIA: " DELIMITED BY SIZE
                     CUENTA-EXCEDIDAS DELIMITED BY SIZE
                     " ANCLAS NO CABEN EN EL TABLERO (LIMITE "
                                            DELIMITED BY SIZE
                     MAX-VENCIMIENTOS DELIMITED BY SIZE
                     "); ACORTE LOS DIAS HACIA ADELANTE"
                                            DELIMITED BY SIZE
                INTO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
              DISPLAY LINEA-LISTADO
           END-IF
           MOVE SPACES TO LINEA-LISTADO
           STRING "ANCLAS EN CATALOGO " DELIMITED BY SIZE
                  CUENTA-CATALOGO DELIMITED BY SIZE
                  "  PROXIMAS " DELIMITED BY SIZE
                  CUENTA-PROXIMAS DELIMITED BY SIZE
                  "  VENCIDAS " DELIMITED BY SIZE
                  CUENTA-VENCIDAS DELIMITED BY SIZE
                  "  FECHA INVALIDA " DELIMITED BY SIZE
                  CUENTA-FECHA-INVALIDA DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           DISPLAY "ANCLAS PROXIMAS      : " CUENTA-PROXIMAS
           DISPLAY "ANCLAS VENCIDAS      : " CUENTA-VENCIDAS.
       ESCRIBIR-TOTALES-E. EXIT.


      *SECCION VALIDAR LA FECHA EN FECHA-VALIDAR*
      *MISMA VALIDACION DE EDUI3107: ANIO DESDE 1601, MES 1 A 12 Y*
      *DIA DENTRO DEL MES (CON BISIESTOS)*
       VALIDAR-FECHA SECTION.
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
       VALIDAR-FECHA-E. EXIT.


      *SECCION ESCRIBIR UNA LINEA EN EL LISTADO*
       ESCRIBIR-LINEA-LISTADO SECTION.
           MOVE LINEA-LISTADO TO REG-LISTADO
           WRITE REG-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: FALLA AL ESCRIBIR LISTVEN, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ESCRIBIR-LINEA-LISTADO-E. EXIT.
