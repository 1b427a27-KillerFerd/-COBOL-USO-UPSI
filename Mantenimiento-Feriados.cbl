      *               SOBRE EL MAESTRO ANTERIOR Y GENERA EL NUEVO     *
      * ARCHIVOS    : FERIANT - MAESTRO DE FERIADOS ANTERIOR (ENT)    *
      *               FERINUE - MAESTRO DE FERIADOS NUEVO (SAL)       *
      *               DIARIO  - DIARIO PERMANENTE DE CAMBIOS (SAL)    *
      * TARJETAS    : LOTE BOLETA(12) - LOTE O BOLETA DE CAMBIO QUE   *
      *                    AMPARA LAS TARJETAS SIGUIENTES             *
      *               ALTA FECHA(YYYYMMDD) HASTA(YYYYMMDD O CEROS)    *
      *                    ANUAL(S/N) ANIO-HASTA(YYYY O CEROS)        *
      *                    DESCRIPCION CALENDARIO(4)                  *
      *               BAJA FECHA(YYYYMMDD) ... CALENDARIO(4)          *
      *               (CALENDARIO EN COLUMNAS 62-65; BLANCO=NACIONAL) *
      *               FIN                                             *
      *-----------------------------------------------------------------
      * BITACORA DE CAMBIOS                                            *
      *              FERIADOS DE VARIOS DIAS Y UN ANIO DE VIGENCIA     *
      *              FINAL PARA FERIADOS ANUALES (NUEVO DISENO DEL     *
      *              REGISTRO, VER COPY FERIAREG)                      *
      * 14/09/2026 - CADA CAMBIO APLICADO SE ANOTA EN EL DIARIO        *
      *              PERMANENTE DE CAMBIOS (COPY DIARREG) CON LA       *
      *              IMAGEN ANTES Y DESPUES DEL REGISTRO Y LA BOLETA   *
      *              DE LA NUEVA TARJETA LOTE; SE LISTA CON EDUI3105   *
      * 28/09/2026 - CALENDARIO DE SEDE O REGION EN LAS TARJETAS ALTA  *
      *              Y BAJA (COLUMNAS 62-65, BLANCO = NACIONAL); UN    *
      *              FERIADO SE IDENTIFICA POR FECHA Y CALENDARIO Y EL *
      *              CALENDARIO SE GRABA EN FERINUE (COPY FERIAREG)    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3098.
           SELECT ARCHIVO-FERIADOS-NUE ASSIGN TO "FERINUE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-FERIADOS-NUE.
           SELECT ARCHIVO-DIARIO ASSIGN TO "DIARIO"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-DIARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FERIADOS-ANT

       FD  ARCHIVO-FERIADOS-NUE
           RECORDING MODE IS F.
       01 REG-FERIADO-NUE                   PIC X(55).

      *DIARIO PERMANENTE DE CAMBIOS, COMPARTIDO CON EDUI3101: SE LE*
      *AGREGAN EN EXTEND LOS CAMBIOS DE LA CORRIDA AL FINAL*
       FD  ARCHIVO-DIARIO
           RECORDING MODE IS F.
       COPY DIARREG.
       WORKING-STORAGE SECTION.

      *REGISTRO DE SALIDA ARMADO EN WORKING-STORAGE: EL AREA DE*
           02 FER-ANUAL-SAL                 PIC X(01).
           02 FER-ANIO-HASTA-SAL            PIC 9(04).
           02 FER-DESC-SAL                  PIC X(30).
           02 FER-CAL-SAL                   PIC X(04).

      *TARJETA DE MANTENIMIENTO LEIDA DE SYSIN*
       01 TARJETA-MANTO.
           02 ACCION-MANTO                  PIC X(04).
              88 ACCION-ALTA                          VALUE 'ALTA'.
              88 ACCION-BAJA                          VALUE 'BAJA'.
              88 ACCION-LOTE                          VALUE 'LOTE'.
              88 FIN-TARJETAS                         VALUE 'FIN '.
           02 FILLER                        PIC X(01).
           02 FECHA-MANTO                   PIC 9(08).
           02 ANIO-HASTA-MANTO              PIC 9(04).
           02 FILLER                        PIC X(01).
           02 DESC-MANTO                    PIC X(30).
           02 FILLER                        PIC X(01).
           02 CALENDARIO-MANTO              PIC X(04).

      *VISTA DE LA TARJETA LOTE: BOLETA QUE AMPARA LOS CAMBIOS*
       01 TARJETA-LOTE REDEFINES TARJETA-MANTO.
           02 FILLER                        PIC X(05).
           02 BOLETA-TARJETA                PIC X(12).
           02 FILLER                        PIC X(48).

      *CAPACIDAD MAXIMA DE FERIADOS EN EL CALENDARIO*
       78 MAX-FERIADOS                      VALUE 100.

      *CAPACIDAD MAXIMA DE CAMBIOS POR CORRIDA PARA EL DIARIO*
       78 MAX-DIARIO                        VALUE 300.

      *VARIABLES DE TRABAJO*
       01 CAMPOS-DE-TRABAJO.
          02 CONTADORES.
              04 CUENTA-BAJAS               PIC 9(04) VALUE 0.
              04 CUENTA-RECHAZADAS          PIC 9(04) VALUE 0.
              04 CUENTA-GRABADOS            PIC 9(03) VALUE 0.
              04 CUENTA-DIARIO              PIC 9(03) VALUE 0.

          02 ESTADOS-ARCHIVO.
              04 EST-FERIADOS-ANT           PIC X(02) VALUE '00'.
                 88 FERIADOS-ANT-NO-EXISTE           VALUE '35'.
              04 EST-FERIADOS-NUE           PIC X(02) VALUE '00'.
                 88 FERIADOS-NUE-OK                  VALUE '00'.
              04 EST-DIARIO                 PIC X(02) VALUE '00'.
                 88 DIARIO-OK                        VALUE '00'.
                 88 DIARIO-NO-EXISTE                 VALUE '35'.

          02 CONTROL-LECTURA-FERIADOS.
              04 FERIADOS-EOF               PIC X(01) VALUE 'N'.
                                             OCCURS MAX-FERIADOS.
              04 FER-DESC-TAB               PIC X(30)
                                             OCCURS MAX-FERIADOS.
              04 FER-CAL-TAB                PIC X(04)
                                             OCCURS MAX-FERIADOS.

          02 BUSQUEDA-FERIADO.
              04 INDICE-FERIADO             PIC 9(03).
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
      *SE GRABAN AL DIARIO DESPUES DEL MAESTRO NUEVO*
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
           PERFORM CARGAR-MAESTRO-ANTERIOR
           PERFORM PROCESAR-TARJETAS
           PERFORM GRABAR-MAESTRO-NUEVO
           PERFORM ESCRIBIR-DIARIO
           DISPLAY "====== RESUMEN MANTENIMIENTO FERIADOS ======"
           DISPLAY "TARJETAS LEIDAS      : " CUENTA-TARJETAS
           DISPLAY "ALTAS APLICADAS      : " CUENTA-ALTAS
           DISPLAY "BAJAS APLICADAS      : " CUENTA-BAJAS
           DISPLAY "TARJETAS RECHAZADAS  : " CUENTA-RECHAZADAS
           DISPLAY "FERIADOS EN MAESTRO  : " CUENTA-GRABADOS
           DISPLAY "CAMBIOS AL DIARIO    : " CUENTA-DIARIO
           IF CUENTA-ALTAS GREATER 0 OR CUENTA-BAJAS GREATER 0
              DISPLAY "RECORDATORIO: EL CALENDARIO CAMBIO; CORRA "
                      "EDUI3099 CON FERIANT Y FERINUE PARA DEPURAR "
                      "DEL MAESTRO DE RESULTADOS DE EDUI3097 SOLO "
                      "LOS REGISTROS AFECTADOS POR EL CAMBIO"
           END-IF
           IF CUENTA-RECHAZADAS GREATER 0 AND RETURN-CODE LESS 4
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
                          END-IF
                          MOVE FER-DESCRIPCION
                             TO FER-DESC-TAB(CUENTA-FERIADOS)
                          MOVE FER-CALENDARIO
                             TO FER-CAL-TAB(CUENTA-FERIADOS)
                       ELSE
                          DISPLAY "ERROR: FERIANT EXCEDE EL LIMITE DE "
                                  MAX-FERIADOS " FERIADOS"
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
              PERFORM BUSCAR-FERIADO
              IF INDICE-HALLADO GREATER 0
                 MOVE INDICE-HALLADO TO INDICE-IMAGEN
                 PERFORM ARMAR-IMAGEN-FERIADO
                 MOVE FERIADO-SALIDA TO IMAGEN-ANTES
                 MOVE FECHA-HASTA-MANTO TO FER-HASTA-TAB(INDICE-HALLADO)
                 MOVE ANUAL-MANTO TO FER-ANUAL-TAB(INDICE-HALLADO)
                 MOVE ANIO-HASTA-MANTO
                 MOVE DESC-MANTO TO FER-DESC-TAB(INDICE-HALLADO)
                 MOVE 'A' TO FER-ESTADO-TAB(INDICE-HALLADO)
                 ADD 1 TO CUENTA-ALTAS
                 PERFORM ARMAR-IMAGEN-FERIADO
                 MOVE FERIADO-SALIDA TO IMAGEN-DESPUES
                 MOVE 'R' TO TIPO-CAMBIO
                 PERFORM ANOTAR-CAMBIO-DIARIO
              ELSE
              IF CUENTA-FERIADOS LESS MAX-FERIADOS
                 ADD 1 TO CUENTA-FERIADOS
                 MOVE ANIO-HASTA-MANTO
                    TO FER-ANIO-HASTA-TAB(CUENTA-FERIADOS)
                 MOVE DESC-MANTO TO FER-DESC-TAB(CUENTA-FERIADOS)
                 MOVE CALENDARIO-MANTO TO FER-CAL-TAB(CUENTA-FERIADOS)
                 ADD 1 TO CUENTA-ALTAS
                 MOVE SPACES TO IMAGEN-ANTES
                 MOVE CUENTA-FERIADOS TO INDICE-IMAGEN
                 PERFORM ARMAR-IMAGEN-FERIADO
                 MOVE FERIADO-SALIDA TO IMAGEN-DESPUES
                 MOVE 'N' TO TIPO-CAMBIO
                 PERFORM ANOTAR-CAMBIO-DIARIO
              ELSE
                 ADD 1 TO CUENTA-RECHAZADAS
                 DISPLAY "TARJETA RECHAZADA, CALENDARIO LLENO ("
       APLICAR-BAJA SECTION.
           PERFORM BUSCAR-FERIADO
           IF INDICE-HALLADO GREATER 0
              MOVE INDICE-HALLADO TO INDICE-IMAGEN
              PERFORM ARMAR-IMAGEN-FERIADO
              MOVE FERIADO-SALIDA TO IMAGEN-ANTES
              MOVE SPACES TO IMAGEN-DESPUES
              MOVE 'B' TO FER-ESTADO-TAB(INDICE-HALLADO)
              ADD 1 TO CUENTA-BAJAS
              MOVE 'B' TO TIPO-CAMBIO
              PERFORM ANOTAR-CAMBIO-DIARIO
           ELSE
              ADD 1 TO CUENTA-RECHAZADAS
              DISPLAY "TARJETA RECHAZADA, FECHA NO ESTA EN EL "
       APLICAR-BAJA-E. EXIT.


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


      *SECCION ANOTAR EL CAMBIO APLICADO EN LA TABLA DEL DIARIO*
      *SI LA TABLA SE LLENA SE TERMINA ANTES DE GRABAR FERINUE, PARA*
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


      *SECCION BUSCAR LA FECHA DE LA TARJETA EN LA TABLA*
      *LA MISMA FECHA PUEDE SER FERIADO EN VARIOS CALENDARIOS: EL*
      *REGISTRO SE IDENTIFICA POR FECHA Y CALENDARIO*
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
           PERFORM VARYING INDICE-FERIADO FROM 1 BY 1
                   UNTIL INDICE-FERIADO GREATER CUENTA-FERIADOS
              IF FER-ESTADO-TAB(INDICE-FERIADO) NOT EQUAL 'B'
                 MOVE INDICE-FERIADO TO INDICE-IMAGEN
                 PERFORM ARMAR-IMAGEN-FERIADO
                 WRITE REG-FERIADO-NUE FROM FERIADO-SALIDA
                 ADD 1 TO CUENTA-GRABADOS
              END-IF
           END-PERFORM
           CLOSE ARCHIVO-FERIADOS-NUE.
       GRABAR-MAESTRO-NUEVO-E. EXIT.


      *SECCION AGREGAR AL DIARIO LOS CAMBIOS DE LA CORRIDA*
      *SE HACE DESPUES DE GRABAR FERINUE. SI EL DIARIO NO SE PUEDE*
      *ABRIR EL MAESTRO NUEVO YA QUEDO GRABADO PERO SIN RASTRO, POR*
      *ESO SE TERMINA CON CODIGO 8 PARA QUE NO SE PROMUEVA*
       ESCRIBIR-DIARIO SECTION.
           IF CUENTA-DIARIO GREATER 0
              OPEN EXTEND ARCHIVO-DIARIO
              IF DIARIO-NO-EXISTE
                 OPEN OUTPUT ARCHIVO-DIARIO
              END-IF
              IF NOT DIARIO-OK
                 DISPLAY "ERROR: NO SE PUDO ABRIR DIARIO, ESTADO "
                         EST-DIARIO "; FERINUE QUEDO GRABADO SIN "
                         "ANOTACION DE SUS CAMBIOS, NO LO PROMUEVA"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM VARYING INDICE-DIARIO FROM 1 BY 1
                         UNTIL INDICE-DIARIO GREATER CUENTA-DIARIO
                    MOVE SPACES TO REG-DIARIO
                    MOVE FECHA-CORRIDA-HOY TO DIA-FECHA-CORRIDA
                    MOVE HORA-CORRIDA TO DIA-HORA-CORRIDA
                    MOVE 'EDUI3098' TO DIA-PROGRAMA
                    MOVE 'FERIADOS' TO DIA-ARCHIVO
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
