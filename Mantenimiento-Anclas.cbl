      *               EL NUEVO (COPY ANCLAREG)                        *
      * ARCHIVOS    : ANCLANT - CATALOGO DE ANCLAS ANTERIOR (ENT)     *
      *               ANCLNUE - CATALOGO DE ANCLAS NUEVO (SAL)        *
      *               DIARIO  - DIARIO PERMANENTE DE CAMBIOS (SAL)    *
      * TARJETAS    : LOTE BOLETA(12) - LOTE O BOLETA DE CAMBIO QUE   *
      *                    AMPARA LAS TARJETAS SIGUIENTES             *
      *               ALTA CONJUNTO(12) FECHA(YYYYMMDD) ETIQUETA(12)  *
      *               BAJA CONJUNTO(12) FECHA(YYYYMMDD)               *
      *                    (FECHA EN CEROS: BAJA DEL CONJUNTO ENTERO) *
      *               FIN                                             *
      *-----------------------------------------------------------------
      * BITACORA DE CAMBIOS                                            *
      * 28/08/2026 - VERSION INICIAL                                   *
      * 14/09/2026 - CADA CAMBIO APLICADO SE ANOTA EN EL DIARIO        *
      *              PERMANENTE DE CAMBIOS (COPY DIARREG) CON LA       *
      *              IMAGEN ANTES Y DESPUES DEL REGISTRO Y LA BOLETA   *
      *              DE LA NUEVA TARJETA LOTE; LA BAJA DE UN CONJUNTO  *
      *              ENTERO DEJA UNA ANOTACION POR ANCLA. SE LISTA     *
      *              CON EDUI3105                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3101.
           SELECT ARCHIVO-ANCLAS-NUE ASSIGN TO "ANCLNUE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ANCLAS-NUE.
           SELECT ARCHIVO-DIARIO ASSIGN TO "DIARIO"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-DIARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ANCLAS-ANT
       FD  ARCHIVO-ANCLAS-NUE
           RECORDING MODE IS F.
       01 REG-CATALOGO-NUE                  PIC X(40).

      *DIARIO PERMANENTE DE CAMBIOS, COMPARTIDO CON EDUI3098: SE LE*
      *AGREGAN EN EXTEND LOS CAMBIOS DE LA CORRIDA AL FINAL*
       FD  ARCHIVO-DIARIO
           RECORDING MODE IS F.
       COPY DIARREG.
       WORKING-STORAGE SECTION.

      *REGISTRO DE SALIDA ARMADO EN WORKING-STORAGE, IGUAL QUE EN*
           02 ACCION-MANTO                  PIC X(04).
              88 ACCION-ALTA                          VALUE 'ALTA'.
              88 ACCION-BAJA                          VALUE 'BAJA'.
              88 ACCION-LOTE                          VALUE 'LOTE'.
              88 FIN-TARJETAS                         VALUE 'FIN '.
           02 FILLER                        PIC X(01).
           02 CONJUNTO-MANTO                PIC X(12).
           02 FILLER                        PIC X(01).
           02 ETIQUETA-MANTO                PIC X(12).

      *VISTA DE LA TARJETA LOTE: BOLETA QUE AMPARA LOS CAMBIOS*
       01 TARJETA-LOTE REDEFINES TARJETA-MANTO.
           02 FILLER                        PIC X(05).
           02 BOLETA-TARJETA                PIC X(12).
           02 FILLER                        PIC X(22).

      *CAPACIDAD MAXIMA DE ENTRADAS EN EL CATALOGO*
       78 MAX-CATALOGO                      VALUE 200.

      *CATALOGO SOLO PUEDE APORTAR LAS 9 RESTANTES*
       78 MAX-ANCLAS-CONJUNTO               VALUE 9.

      *CAPACIDAD MAXIMA DE CAMBIOS POR CORRIDA PARA EL DIARIO*
       78 MAX-DIARIO                        VALUE 300.

      *VARIABLES DE TRABAJO*
       01 CAMPOS-DE-TRABAJO.
          02 CONTADORES.
              04 CUENTA-RECHAZADAS          PIC 9(04) VALUE 0.
              04 CUENTA-GRABADOS            PIC 9(03) VALUE 0.
              04 CUENTA-EN-CONJUNTO         PIC 9(03) VALUE 0.
              04 CUENTA-DIARIO              PIC 9(03) VALUE 0.

          02 ESTADOS-ARCHIVO.
              04 EST-ANCLAS-ANT             PIC X(02) VALUE '00'.
                 88 ANCLAS-ANT-NO-EXISTE             VALUE '35'.
              04 EST-ANCLAS-NUE             PIC X(02) VALUE '00'.
                 88 ANCLAS-NUE-OK                    VALUE '00'.
              04 EST-DIARIO                 PIC X(02) VALUE '00'.
                 88 DIARIO-OK                        VALUE '00'.
                 88 DIARIO-NO-EXISTE                 VALUE '35'.

          02 CONTROL-LECTURA-ANCLAS.
              04 ANCLAS-EOF                 PIC X(01) VALUE 'N'.
          02 BUSQUEDA-CATALOGO.
              04 INDICE-CATALOGO            PIC 9(03).
              04 INDICE-HALLADO             PIC 9(03) VALUE 0.
              04 INDICE-IMAGEN              PIC 9(03) VALUE 0.

      *DATOS DEL CAMBIO EN CURSO PARA EL DIARIO: LA BOLETA VIGENTE*
      *(ULTIMA TARJETA LOTE LEIDA) Y LAS IMAGENES DEL REGISTRO*
          02 CAMBIO-DIARIO.
              04 FECHA-CORRIDA-HOY          PIC 9(08) VALUE 0.
              04 HORA-CORRIDA               PIC 9(08) VALUE 0.
              04 BOLETA-VIGENTE             PIC X(12) VALUE SPACES.
              04 TIPO-CAMBIO                PIC X(01) VALUE SPACES.
              04 IMAGEN-ANTES               PIC X(60) VALUE SPACES.
              04 IMAGEN-DESPUES             PIC X(60) VALUE SPACES.
              04 AVISO-BOLETA-SW            PIC X(01) VALUE 'N'.
                 88 AVISO-BOLETA-DADO                VALUE 'S'.

      *CAMBIOS APLICADOS EN LA CORRIDA, EN EL ORDEN DE LAS TARJETAS;*
      *SE GRABAN AL DIARIO DESPUES DEL CATALOGO NUEVO*
          02 TABLA-DIARIO.
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

      *VARIABLES PARA GUARDAR EL ULTIMO DIA DEL MES*
          02 ULTIMO-DIA-MES.

      *SECCION PRINCIPAL*
       PRINCIPAL SECTION.
           ACCEPT FECHA-CORRIDA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-CORRIDA FROM TIME
           PERFORM CARGAR-CATALOGO-ANTERIOR
           PERFORM PROCESAR-TARJETAS
           PERFORM GRABAR-CATALOGO-NUEVO
           PERFORM ESCRIBIR-DIARIO
           DISPLAY "====== RESUMEN MANTENIMIENTO DE ANCLAS ======"
           DISPLAY "TARJETAS LEIDAS      : " CUENTA-TARJETAS
           DISPLAY "ALTAS APLICADAS      : " CUENTA-ALTAS
           DISPLAY "BAJAS APLICADAS      : " CUENTA-BAJAS
           DISPLAY "TARJETAS RECHAZADAS  : " CUENTA-RECHAZADAS
           DISPLAY "ANCLAS EN CATALOGO   : " CUENTA-GRABADOS
           DISPLAY "CAMBIOS AL DIARIO    : " CUENTA-DIARIO
           IF CUENTA-RECHAZADAS GREATER 0 AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
              IF NOT FIN-TARJETAS
                 ADD 1 TO CUENTA-TARJETAS
                 EVALUATE TRUE
                    WHEN ACCION-LOTE
                       MOVE BOLETA-TARJETA TO BOLETA-VIGENTE
                       DISPLAY "BOLETA DE CAMBIO: " BOLETA-VIGENTE
                    WHEN ACCION-ALTA
                       PERFORM APLICAR-ALTA
                    WHEN ACCION-BAJA
           ELSE
              PERFORM BUSCAR-ANCLA
              IF INDICE-HALLADO GREATER 0
                 MOVE INDICE-HALLADO TO INDICE-IMAGEN
                 PERFORM ARMAR-IMAGEN-ANCLA
                 MOVE CATALOGO-SALIDA TO IMAGEN-ANTES
                 MOVE ETIQUETA-MANTO
                    TO CAT-ETIQUETA-TAB(INDICE-HALLADO)
                 MOVE 'A' TO CAT-ESTADO-TAB(INDICE-HALLADO)
                 ADD 1 TO CUENTA-ALTAS
                 PERFORM ARMAR-IMAGEN-ANCLA
                 MOVE CATALOGO-SALIDA TO IMAGEN-DESPUES
                 MOVE 'R' TO TIPO-CAMBIO
                 PERFORM ANOTAR-CAMBIO-DIARIO
              ELSE
              PERFORM CONTAR-ANCLAS-DEL-CONJUNTO
              IF CUENTA-EN-CONJUNTO GREATER OR EQUAL
                 MOVE ETIQUETA-MANTO
                    TO CAT-ETIQUETA-TAB(CUENTA-CATALOGO)
                 ADD 1 TO CUENTA-ALTAS
                 MOVE SPACES TO IMAGEN-ANTES
                 MOVE CUENTA-CATALOGO TO INDICE-IMAGEN
                 PERFORM ARMAR-IMAGEN-ANCLA
                 MOVE CATALOGO-SALIDA TO IMAGEN-DESPUES
                 MOVE 'N' TO TIPO-CAMBIO
                 PERFORM ANOTAR-CAMBIO-DIARIO
              ELSE
                 ADD 1 TO CUENTA-RECHAZADAS
                 DISPLAY "TARJETA RECHAZADA, CATALOGO LLENO ("
           ELSE
              PERFORM BUSCAR-ANCLA
              IF INDICE-HALLADO GREATER 0
                 MOVE INDICE-HALLADO TO INDICE-IMAGEN
                 PERFORM ARMAR-IMAGEN-ANCLA
                 MOVE CATALOGO-SALIDA TO IMAGEN-ANTES
                 MOVE SPACES TO IMAGEN-DESPUES
                 MOVE 'B' TO CAT-ESTADO-TAB(INDICE-HALLADO)
                 ADD 1 TO CUENTA-BAJAS
                 MOVE 'B' TO TIPO-CAMBIO
                 PERFORM ANOTAR-CAMBIO-DIARIO
              ELSE
                 ADD 1 TO CUENTA-RECHAZADAS
                 DISPLAY "TARJETA RECHAZADA, ANCLA NO ESTA EN EL "


      *SECCION DAR DE BAJA TODAS LAS ANCLAS DE UN CONJUNTO*
      *CADA ANCLA DADA DE BAJA SE ANOTA EN EL DIARIO POR SEPARADO*
       BAJAR-CONJUNTO-ENTERO SECTION.
           MOVE 0 TO CUENTA-EN-CONJUNTO
           PERFORM VARYING INDICE-CATALOGO FROM 1 BY 1
              IF CAT-CONJUNTO-TAB(INDICE-CATALOGO) EQUAL
                 CONJUNTO-MANTO AND
                 CAT-ESTADO-TAB(INDICE-CATALOGO) NOT EQUAL 'B'
                 MOVE INDICE-CATALOGO TO INDICE-IMAGEN
                 PERFORM ARMAR-IMAGEN-ANCLA
                 MOVE CATALOGO-SALIDA TO IMAGEN-ANTES
                 MOVE SPACES TO IMAGEN-DESPUES
                 MOVE 'B' TO CAT-ESTADO-TAB(INDICE-CATALOGO)
                 ADD 1 TO CUENTA-EN-CONJUNTO
                 MOVE 'C' TO TIPO-CAMBIO
                 PERFORM ANOTAR-CAMBIO-DIARIO
              END-IF
           END-PERFORM
           IF CUENTA-EN-CONJUNTO GREATER 0
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
      *SI LA TABLA SE LLENA SE TERMINA ANTES DE GRABAR ANCLNUE, PARA*
      *QUE NINGUN CAMBIO QUEDE APLICADO SIN SU ANOTACION*
       ANOTAR-CAMBIO-DIARIO SECTION.
           IF CUENTA-DIARIO NOT LESS MAX-DIARIO
              DISPLAY "ERROR: MAS DE " MAX-DIARIO " CAMBIOS EN UNA "
                      "CORRIDA; DIVIDA LAS TARJETAS EN VARIAS CORRIDAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF BOLETA-VIGENTE EQUAL SPACES AND NOT AVISO-BOLETA-DADO
              DISPLAY "AVISO: CAMBIOS SIN TARJETA LOTE; QUEDAN EN EL "
                      "DIARIO SIN BOLETA"
              MOVE 'S' TO AVISO-BOLETA-SW
           END-IF
           ADD 1 TO CUENTA-DIARIO
           MOVE BOLETA-VIGENTE TO DIA-BOLETA-TAB(CUENTA-DIARIO)
           MOVE ACCION-MANTO TO DIA-ACCION-TAB(CUENTA-DIARIO)
           MOVE TIPO-CAMBIO TO DIA-TIPO-TAB(CUENTA-DIARIO)
           MOVE IMAGEN-ANTES TO DIA-ANTES-TAB(CUENTA-DIARIO)
           MOVE IMAGEN-DESPUES TO DIA-DESPUES-TAB(CUENTA-DIARIO).
       ANOTAR-CAMBIO-DIARIO-E. EXIT.


      *SECCION BUSCAR LA PAREJA CONJUNTO/FECHA EN LA TABLA*
       BUSCAR-ANCLA SECTION.
           MOVE 0 TO INDICE-HALLADO
           PERFORM VARYING INDICE-CATALOGO FROM 1 BY 1
                   UNTIL INDICE-CATALOGO GREATER CUENTA-CATALOGO
              IF CAT-ESTADO-TAB(INDICE-CATALOGO) NOT EQUAL 'B'
                 MOVE INDICE-CATALOGO TO INDICE-IMAGEN
                 PERFORM ARMAR-IMAGEN-ANCLA
                 WRITE REG-CATALOGO-NUE FROM CATALOGO-SALIDA
                 ADD 1 TO CUENTA-GRABADOS
              END-IF
           END-PERFORM
           CLOSE ARCHIVO-ANCLAS-NUE.
       GRABAR-CATALOGO-NUEVO-E. EXIT.


      *SECCION AGREGAR AL DIARIO LOS CAMBIOS DE LA CORRIDA*
      *SE HACE DESPUES DE GRABAR ANCLNUE. SI EL DIARIO NO SE PUEDE*
      *ABRIR EL CATALOGO NUEVO YA QUEDO GRABADO PERO SIN RASTRO, POR*
      *ESO SE TERMINA CON CODIGO 8 PARA QUE NO SE PROMUEVA*
       ESCRIBIR-DIARIO SECTION.
           IF CUENTA-DIARIO GREATER 0
              OPEN EXTEND ARCHIVO-DIARIO
              IF DIARIO-NO-EXISTE
                 OPEN OUTPUT ARCHIVO-DIARIO
              END-IF
              IF NOT DIARIO-OK
                 DISPLAY "ERROR: NO SE PUDO ABRIR DIARIO, ESTADO "
                         EST-DIARIO "; ANCLNUE QUEDO GRABADO SIN "
                         "ANOTACION DE SUS CAMBIOS, NO LO PROMUEVA"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM VARYING INDICE-DIARIO FROM 1 BY 1
                         UNTIL INDICE-DIARIO GREATER CUENTA-DIARIO
                    MOVE SPACES TO REG-DIARIO
                    MOVE FECHA-CORRIDA-HOY TO DIA-FECHA-CORRIDA
                    MOVE HORA-CORRIDA TO DIA-HORA-CORRIDA
                    MOVE 'EDUI3101' TO DIA-PROGRAMA
                    MOVE 'ANCLACAT' TO DIA-ARCHIVO
                    MOVE DIA-BOLETA-TAB(INDICE-DIARIO) TO DIA-LOTE
                    MOVE DIA-ACCION-TAB(INDICE-DIARIO) TO DIA-ACCION
                    MOVE DIA-TIPO-TAB(INDICE-DIARIO) TO DIA-TIPO
                    MOVE DIA-ANTES-TAB(INDICE-DIARIO)
                       TO DIA-IMAGEN-ANTES
                    MOVE DIA-DESPUES-TAB(INDICE-DIARIO)
                       TO DIA-IMAGEN-DESPUES
                    WRITE REG-DIARIO
                 END-PERFORM
                 CLOSE ARCHIVO-DIARIO
              END-IF
           END-IF.
       ESCRIBIR-DIARIO-E. EXIT.
