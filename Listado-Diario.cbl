      ******************************************************************
      * FECHA       : 14/09/2026                                       *
      * PROGRAMADOR : JOSUE FERNANDO DONIS ALVARADO                    *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUI3105                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : LISTADO DEL DIARIO PERMANENTE DE CAMBIOS QUE    *
      *               GRABAN EDUI3098 (FERIADOS), EDUI3101            *
      *               (ANCLACAT) Y LAS PANTALLAS DE EDUI3111, CON     *
      *               FILTROS DE RANGO DE FECHAS DE CORRIDA, ARCHIVO  *
      *               Y BOLETA; CADA CAMBIO SE LISTA CON SU IMAGEN    *
      *               ANTES Y DESPUES DESGLOSADA, Y AL FINAL LOS      *
      *               TOTALES POR ARCHIVO Y TIPO DE CAMBIO            *
      * ARCHIVOS    : DIARIO  - DIARIO DE CAMBIOS (ENTRADA, COPY      *
      *                         DIARREG)                              *
      *               LISTDIA - LISTADO DE SALIDA                     *
      * TARJETAS    : UNA TARJETA DE CONTROL EN SYSIN:                *
      *               01-08 FECHA DESDE YYYYMMDD (0 = SIN LIMITE)     *
      *               10-17 FECHA HASTA YYYYMMDD (0 = SIN LIMITE)     *
      *               19-26 ARCHIVO FERIADOS O ANCLACAT (BLANCO =     *
      *                     AMBOS)                                    *
      *               28-39 BOLETA (BLANCO = TODAS)                   *
      *-----------------------------------------------------------------
      * BITACORA DE CAMBIOS                                            *
      * 14/09/2026 - VERSION INICIAL                                   *
      * 28/09/2026 - LA IMAGEN DE FERIADOS MUESTRA EL CALENDARIO DE    *
      *              SEDE O REGION DEL FERIADO (BLANCO = NACIONAL)     *
      * 15/10/2026 - EL DIARIO TAMBIEN LO GRABAN LAS PANTALLAS DE      *
      *              EDUI3111; SUS CAMBIOS SE LISTAN IGUAL             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3105.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DIARIO ASSIGN TO "DIARIO"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-DIARIO.
           SELECT ARCHIVO-LISTADO ASSIGN TO "LISTDIA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-LISTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DIARIO
           RECORDING MODE IS F.
       COPY DIARREG.

       FD  ARCHIVO-LISTADO
           RECORDING MODE IS F.
       01 REG-LISTADO                       PIC X(132).
       WORKING-STORAGE SECTION.

      *TARJETA DE CONTROL DEL LISTADO, LEIDA DE SYSIN*
       01 TARJETA-CONTROL.
           02 FECHA-DESDE-CONTROL           PIC 9(08).
           02 FILLER                        PIC X(01).
           02 FECHA-HASTA-CONTROL           PIC 9(08).
           02 FILLER                        PIC X(01).
           02 ARCHIVO-CONTROL               PIC X(08).
              88 TODOS-LOS-ARCHIVOS                   VALUE SPACES.
              88 ARCHIVO-CONTROL-VALIDO               VALUE 'FERIADOS'
                                                            'ANCLACAT'.
           02 FILLER                        PIC X(01).
           02 BOLETA-CONTROL                PIC X(12).
              88 TODAS-LAS-BOLETAS                    VALUE SPACES.
           02 FILLER                        PIC X(41).

      *IMAGEN DEL REGISTRO CAMBIADO, CON UNA VISTA POR CADA ARCHIVO*
      *(MISMOS DISENOS QUE FERIAREG Y ANCLAREG)*
       01 IMAGEN-LISTAR                     PIC X(60).
       01 IMAGEN-FERIADO REDEFINES IMAGEN-LISTAR.
           02 IMG-FER-FECHA                 PIC X(08).
           02 IMG-FER-HASTA                 PIC X(08).
           02 IMG-FER-ANUAL                 PIC X(01).
           02 IMG-FER-ANIO-HASTA            PIC X(04).
           02 IMG-FER-DESC                  PIC X(30).
           02 IMG-FER-CALENDARIO            PIC X(04).
           02 FILLER                        PIC X(05).
       01 IMAGEN-ANCLA REDEFINES IMAGEN-LISTAR.
           02 IMG-ANC-CONJUNTO              PIC X(12).
           02 IMG-ANC-FECHA                 PIC X(08).
           02 IMG-ANC-ETIQUETA              PIC X(12).
           02 FILLER                        PIC X(28).

      *NOMBRES DE LOS TIPOS DE CAMBIO DEL DIARIO (N, R, B, C)*
       01 NOMBRES-TIPO.
           02 FILLER                        PIC X(16)
                                             VALUE 'ALTA NUEVA'.
           02 FILLER                        PIC X(16)
                                             VALUE 'REEMPLAZO'.
           02 FILLER                        PIC X(16)
                                             VALUE 'BAJA'.
           02 FILLER                        PIC X(16)
                                             VALUE 'BAJA DE CONJUNTO'.
       01 TABLA-NOMBRES-TIPO REDEFINES NOMBRES-TIPO.
           02 NOMBRE-TIPO-TAB               PIC X(16) OCCURS 4.

      *VARIABLES DE TRABAJO*
       01 CAMPOS-DE-TRABAJO.
          02 CONTADORES.
              04 CUENTA-LEIDAS              PIC 9(06) VALUE 0.
              04 CUENTA-LISTADAS            PIC 9(06) VALUE 0.

          02 ESTADOS-ARCHIVO.
              04 EST-ARCHIVO-DIARIO         PIC X(02) VALUE '00'.
                 88 ARCHIVO-DIARIO-OK                VALUE '00'.
                 88 ARCHIVO-DIARIO-NO-EXISTE         VALUE '35'.
              04 EST-ARCHIVO-LISTADO        PIC X(02) VALUE '00'.
                 88 ARCHIVO-LISTADO-OK               VALUE '00'.

          02 CONTROL-LECTURA-DIARIO.
              04 DIARIO-EOF                 PIC X(01) VALUE 'N'.
                 88 FIN-DE-DIARIO                    VALUE 'S'.

          02 FILTRO-CAMBIO.
              04 FECHA-DESDE                PIC 9(08) VALUE 0.
              04 FECHA-HASTA                PIC 9(08) VALUE 99999999.
              04 CAMBIO-PASA-SW             PIC X(01) VALUE 'N'.
                 88 CAMBIO-PASA                      VALUE 'S'.

      *TOTALES POR ARCHIVO (1 FERIADOS, 2 ANCLACAT) Y POR TIPO DE*
      *CAMBIO (1 ALTA NUEVA, 2 REEMPLAZO, 3 BAJA, 4 BAJA DE CONJUNTO)*
          02 TOTALES-CAMBIOS.
              04 TOT-ARCHIVO-TAB            OCCURS 2.
                 05 TOT-TIPO-TAB            PIC 9(06) OCCURS 4.
              04 INDICE-ARCHIVO             PIC 9(01).
              04 INDICE-TIPO                PIC 9(01).

          02 LINEA-LISTADO                  PIC X(132).
       PROCEDURE DIVISION.

      *SECCION PRINCIPAL*
       PRINCIPAL SECTION.
           PERFORM LEER-TARJETA-CONTROL
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM PROCESAR-DIARIO
           PERFORM ESCRIBIR-TOTALES
           CLOSE ARCHIVO-DIARIO
           CLOSE ARCHIVO-LISTADO
           STOP RUN.


      *SECCION LEER LA TARJETA DE CONTROL DEL LISTADO*
       LEER-TARJETA-CONTROL SECTION.
           MOVE SPACES TO TARJETA-CONTROL
           ACCEPT TARJETA-CONTROL FROM SYSIN
           IF FECHA-DESDE-CONTROL NUMERIC
              MOVE FECHA-DESDE-CONTROL TO FECHA-DESDE
           END-IF
           IF FECHA-HASTA-CONTROL NUMERIC AND
              FECHA-HASTA-CONTROL GREATER 0
              MOVE FECHA-HASTA-CONTROL TO FECHA-HASTA
           END-IF
           IF NOT TODOS-LOS-ARCHIVOS AND NOT ARCHIVO-CONTROL-VALIDO
              DISPLAY "ERROR: ARCHIVO DE LA TARJETA DEBE SER FERIADOS, "
                      "ANCLACAT O BLANCO: " ARCHIVO-CONTROL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZEROES TO TOTALES-CAMBIOS
           DISPLAY "FILTROS: DESDE " FECHA-DESDE
                   " HASTA " FECHA-HASTA
                   " ARCHIVO '" ARCHIVO-CONTROL
                   "' BOLETA '" BOLETA-CONTROL "'".
       LEER-TARJETA-CONTROL-E. EXIT.


      *SECCION ABRIR LOS ARCHIVOS DEL LISTADO*
       ABRIR-ARCHIVOS SECTION.
           OPEN INPUT ARCHIVO-DIARIO
           IF ARCHIVO-DIARIO-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE EL ARCHIVO DIARIO; NO HAY "
                      "CAMBIOS QUE LISTAR"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT ARCHIVO-DIARIO-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR DIARIO, ESTADO "
                      EST-ARCHIVO-DIARIO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVO-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR LISTDIA, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ABRIR-ARCHIVOS-E. EXIT.


      *SECCION ESCRIBIR EL ENCABEZADO DEL LISTADO*
       ESCRIBIR-ENCABEZADO SECTION.
           MOVE "====== DIARIO DE CAMBIOS A FERIADOS Y ANCLACAT ======"
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "DESDE " DELIMITED BY SIZE
                  FECHA-DESDE DELIMITED BY SIZE
                  " HASTA " DELIMITED BY SIZE
                  FECHA-HASTA DELIMITED BY SIZE
                  " ARCHIVO '" DELIMITED BY SIZE
                  ARCHIVO-CONTROL DELIMITED BY SIZE
                  "' BOLETA '" DELIMITED BY SIZE
                  BOLETA-CONTROL DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "FECHA    HORA     PROGRAMA ARCHIVO  BOLETA       "
                                            DELIMITED BY SIZE
                  "ACCION TIPO DE CAMBIO" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO.
       ESCRIBIR-ENCABEZADO-E. EXIT.


      *SECCION PROCESAR EL ARCHIVO DIARIO*
       PROCESAR-DIARIO SECTION.
           MOVE 'N' TO DIARIO-EOF
           PERFORM UNTIL FIN-DE-DIARIO
              READ ARCHIVO-DIARIO
                 AT END MOVE 'S' TO DIARIO-EOF
                 NOT AT END
                    ADD 1 TO CUENTA-LEIDAS
                    PERFORM FILTRAR-CAMBIO
                    IF CAMBIO-PASA
                       ADD 1 TO CUENTA-LISTADAS
                       PERFORM LISTAR-CAMBIO
                       PERFORM ACUMULAR-TOTALES
                    END-IF
              END-READ
           END-PERFORM.
       PROCESAR-DIARIO-E. EXIT.


      *SECCION FILTRAR EL CAMBIO LEIDO CONTRA LA TARJETA DE CONTROL*
       FILTRAR-CAMBIO SECTION.
           MOVE 'S' TO CAMBIO-PASA-SW
           IF DIA-FECHA-CORRIDA LESS FECHA-DESDE OR
              DIA-FECHA-CORRIDA GREATER FECHA-HASTA
              MOVE 'N' TO CAMBIO-PASA-SW
           END-IF
           IF NOT TODOS-LOS-ARCHIVOS AND
              DIA-ARCHIVO NOT EQUAL ARCHIVO-CONTROL
              MOVE 'N' TO CAMBIO-PASA-SW
           END-IF
           IF NOT TODAS-LAS-BOLETAS AND
              DIA-LOTE NOT EQUAL BOLETA-CONTROL
              MOVE 'N' TO CAMBIO-PASA-SW
           END-IF.
       FILTRAR-CAMBIO-E. EXIT.


      *SECCION LISTAR UN CAMBIO QUE PASO LOS FILTROS: UNA LINEA DE*
      *CABECERA Y UNA LINEA POR CADA IMAGEN QUE NO ESTE EN BLANCO*
       LISTAR-CAMBIO SECTION.
           EVALUATE TRUE
              WHEN DIARIO-ALTA-NUEVA     MOVE 1 TO INDICE-TIPO
              WHEN DIARIO-REEMPLAZO      MOVE 2 TO INDICE-TIPO
              WHEN DIARIO-BAJA           MOVE 3 TO INDICE-TIPO
              WHEN DIARIO-BAJA-CONJUNTO  MOVE 4 TO INDICE-TIPO
              WHEN OTHER                 MOVE 0 TO INDICE-TIPO
           END-EVALUATE
           MOVE SPACES TO LINEA-LISTADO
           STRING DIA-FECHA-CORRIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DIA-HORA-CORRIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DIA-PROGRAMA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DIA-ARCHIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DIA-LOTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DIA-ACCION DELIMITED BY SIZE
             INTO LINEA-LISTADO
           IF INDICE-TIPO GREATER 0
              MOVE NOMBRE-TIPO-TAB(INDICE-TIPO) TO LINEA-LISTADO(57:16)
           ELSE
              MOVE DIA-TIPO TO LINEA-LISTADO(57:1)
           END-IF
           PERFORM ESCRIBIR-LINEA-LISTADO
           IF DIA-IMAGEN-ANTES NOT EQUAL SPACES
              MOVE DIA-IMAGEN-ANTES TO IMAGEN-LISTAR
              MOVE SPACES TO LINEA-LISTADO
              MOVE "    ANTES  : " TO LINEA-LISTADO(1:13)
              PERFORM DESGLOSAR-IMAGEN
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-IF
           IF DIA-IMAGEN-DESPUES NOT EQUAL SPACES
              MOVE DIA-IMAGEN-DESPUES TO IMAGEN-LISTAR
              MOVE SPACES TO LINEA-LISTADO
              MOVE "    DESPUES: " TO LINEA-LISTADO(1:13)
              PERFORM DESGLOSAR-IMAGEN
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-IF.
       LISTAR-CAMBIO-E. EXIT.


      *SECCION DESGLOSAR EN LA LINEA LA IMAGEN DE IMAGEN-LISTAR SEGUN*
      *EL ARCHIVO AL QUE PERTENECE EL CAMBIO*
       DESGLOSAR-IMAGEN SECTION.
           IF DIARIO-FERIADOS
              STRING "DESDE " DELIMITED BY SIZE
                     IMG-FER-FECHA DELIMITED BY SIZE
                     " HASTA " DELIMITED BY SIZE
                     IMG-FER-HASTA DELIMITED BY SIZE
                     " ANUAL " DELIMITED BY SIZE
                     IMG-FER-ANUAL DELIMITED BY SIZE
                     " VIGENCIA " DELIMITED BY SIZE
                     IMG-FER-ANIO-HASTA DELIMITED BY SIZE
                     " CALENDARIO '" DELIMITED BY SIZE
                     IMG-FER-CALENDARIO DELIMITED BY SIZE
                     "' " DELIMITED BY SIZE
                     IMG-FER-DESC DELIMITED BY SIZE
                INTO LINEA-LISTADO(14:119)
           ELSE
           IF DIARIO-ANCLACAT
              STRING "CONJUNTO " DELIMITED BY SIZE
                     IMG-ANC-CONJUNTO DELIMITED BY SIZE
                     " FECHA " DELIMITED BY SIZE
                     IMG-ANC-FECHA DELIMITED BY SIZE
                     " ETIQUETA " DELIMITED BY SIZE
                     IMG-ANC-ETIQUETA DELIMITED BY SIZE
                INTO LINEA-LISTADO(14:119)
           ELSE
              MOVE IMAGEN-LISTAR TO LINEA-LISTADO(14:60)
           END-IF
           END-IF.
       DESGLOSAR-IMAGEN-E. EXIT.


      *SECCION ACUMULAR EL CAMBIO LISTADO EN LOS TOTALES*
       ACUMULAR-TOTALES SECTION.
           MOVE 0 TO INDICE-ARCHIVO
           IF DIARIO-FERIADOS
              MOVE 1 TO INDICE-ARCHIVO
           END-IF
           IF DIARIO-ANCLACAT
              MOVE 2 TO INDICE-ARCHIVO
           END-IF
           IF INDICE-ARCHIVO GREATER 0 AND INDICE-TIPO GREATER 0
              ADD 1 TO TOT-TIPO-TAB(INDICE-ARCHIVO, INDICE-TIPO)
           END-IF.
       ACUMULAR-TOTALES-E. EXIT.


      *SECCION ESCRIBIR LOS TOTALES DEL LISTADO*
       ESCRIBIR-TOTALES SECTION.
           MOVE "================== TOTALES =================="
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           PERFORM VARYING INDICE-ARCHIVO FROM 1 BY 1
                   UNTIL INDICE-ARCHIVO GREATER 2
              PERFORM VARYING INDICE-TIPO FROM 1 BY 1
                      UNTIL INDICE-TIPO GREATER 4
                 MOVE SPACES TO LINEA-LISTADO
                 IF INDICE-ARCHIVO EQUAL 1
                    MOVE "FERIADOS" TO LINEA-LISTADO(1:8)
                 ELSE
                    MOVE "ANCLACAT" TO LINEA-LISTADO(1:8)
                 END-IF
                 MOVE NOMBRE-TIPO-TAB(INDICE-TIPO)
                    TO LINEA-LISTADO(10:16)
                 MOVE TOT-TIPO-TAB(INDICE-ARCHIVO, INDICE-TIPO)
                    TO LINEA-LISTADO(27:6)
                 PERFORM ESCRIBIR-LINEA-LISTADO
              END-PERFORM
           END-PERFORM
           MOVE SPACES TO LINEA-LISTADO
           STRING "CAMBIOS LEIDOS " DELIMITED BY SIZE
                  CUENTA-LEIDAS DELIMITED BY SIZE
                  " LISTADOS " DELIMITED BY SIZE
                  CUENTA-LISTADAS DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           DISPLAY "CAMBIOS LEIDOS       : " CUENTA-LEIDAS
           DISPLAY "CAMBIOS LISTADOS     : " CUENTA-LISTADAS.
       ESCRIBIR-TOTALES-E. EXIT.


      *SECCION ESCRIBIR UNA LINEA EN EL LISTADO*
       ESCRIBIR-LINEA-LISTADO SECTION.
           MOVE LINEA-LISTADO TO REG-LISTADO
           WRITE REG-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: FALLA AL ESCRIBIR LISTDIA, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ESCRIBIR-LINEA-LISTADO-E. EXIT.
