      ******************************************************************
      * FECHA       : 10/09/2026                                       *
      * PROGRAMADOR : JOSUE FERNANDO DONIS ALVARADO                    *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUI3104                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : UTILITARIO DEL MAESTRO INDEXADO DE RESULTADOS    *
      *               DE EDUI3097. FUNCION 'L' LISTA Y DESCARGA A UN   *
      *               SECUENCIAL LOS REGISTROS QUE PASAN LOS FILTROS   *
      *               (RANGO DE MAE-FECHA, ANCLA, IDIOMA, LOTE, SEMANA *
      *               HABIL Y CALENDARIO). FUNCION 'D' DEPURA, DENTRO  *
      *               DE LOS MISMOS FILTROS, LOS REGISTROS CUYO LOTE   *
      *               CORRIO ANTES DE LA FECHA DE RETENCION (SEGUN     *
      *               BITACORA) O CUYA SEMANA HABIL YA NO USA NINGUNA  *
      *               CORRIDA; LOS BORRADOS SE DESCARGAN COMO          *
      *               RESPALDO. AMBAS FUNCIONES IMPRIMEN LAS CUENTAS   *
      *               DEL MAESTRO ANTES/DESPUES POR ANIO Y POR ANCLA   *
      * ARCHIVOS    : MAESTRO - RESULTADOS DE EDUI3097 (INDEXADO,     *
      *                         COPY MAESTREG; E/S EN DEPURACION)     *
      *               BITACORA- HISTORIAL DE CORRIDAS (ENTRADA, COPY  *
      *                         BITAREG; SOLO CON FECHA DE RETENCION) *
      *               DESCMAE - DESCARGA SECUENCIAL, DISENO MAESTREG  *
      *                         (SELECCIONADOS EN 'L', BORRADOS EN    *
      *                         'D')                                  *
      *               LISTMAE - LISTADO DE SALIDA                     *
      * TARJETAS    : UNA TARJETA DE CONTROL EN SYSIN:                *
      *               01-01 FUNCION L (LISTAR/DESCARGAR), D (DEPURAR) *
      *               03-10 FECHA DESDE YYYYMMDD (0 = SIN LIMITE)     *
      *               12-19 FECHA HASTA YYYYMMDD (0 = SIN LIMITE)     *
      *               21-28 ANCLA YYYYMMDD (0 = TODAS)                *
      *               30-30 IDIOMA (BLANCO = TODOS)                   *
      *               32-37 LOTE (BLANCO = TODOS)                     *
      *               39-45 SEMANA HABIL S/N (BLANCO = TODAS)         *
      *               47-54 FECHA DE RETENCION YYYYMMDD: EN 'D' SE    *
      *                     BORRAN LOS REGISTROS CUYO LOTE CORRIO     *
      *                     ANTES DE ESTA FECHA (0 = NO APLICA)       *
      *               56-56 'S' = EN 'D' SE BORRAN LOS REGISTROS CUYA *
      *                     SEMANA HABIL NO ESTA EN LAS TARJETAS SEMA *
      *               58-61 CALENDARIO DE FERIADOS (BLANCO = TODOS)   *
      *               SI LA POSICION 56 ES 'S' SIGUEN TARJETAS:       *
      *               SEMA SEMANA-HABIL(S/N X 7) - SEMANA EN USO      *
      *               FIN                                             *
      *-----------------------------------------------------------------
      * BITACORA DE CAMBIOS                                            *
      * 10/09/2026 - VERSION INICIAL                                   *
      * 28/09/2026 - FILTRO POR CALENDARIO DE FERIADOS (PARTE DE LA    *
      *              LLAVE DEL MAESTRO) Y CALENDARIO EN EL LISTADO     *
      * 15/10/2026 - EL ECO DE LA TARJETA MUESTRA EL CALENDARIO        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3104.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MAESTRO ASSIGN TO "MAESTRO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MAE-LLAVE
                  FILE STATUS IS EST-ARCHIVO-MAESTRO.
           SELECT ARCHIVO-BITACORA ASSIGN TO "BITACORA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-BITACORA.
           SELECT ARCHIVO-DESCARGA ASSIGN TO "DESCMAE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-DESCARGA.
           SELECT ARCHIVO-LISTADO ASSIGN TO "LISTMAE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-LISTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MAESTRO.
       COPY MAESTREG.

       FD  ARCHIVO-BITACORA
           RECORDING MODE IS F.
       COPY BITAREG.

       FD  ARCHIVO-DESCARGA
           RECORDING MODE IS F.
       01 REG-DESCARGA                      PIC X(76).

       FD  ARCHIVO-LISTADO
           RECORDING MODE IS F.
       01 REG-LISTADO                       PIC X(132).
       WORKING-STORAGE SECTION.

      *TARJETA DE CONTROL DEL UTILITARIO, LEIDA DE SYSIN*
       01 TARJETA-CONTROL.
           02 FUNCION-CONTROL               PIC X(01).
              88 FUNCION-LISTAR                       VALUE 'L'.
              88 FUNCION-DEPURAR                      VALUE 'D'.
           02 FILLER                        PIC X(01).
           02 FECHA-DESDE-CONTROL           PIC 9(08).
           02 FILLER                        PIC X(01).
           02 FECHA-HASTA-CONTROL           PIC 9(08).
           02 FILLER                        PIC X(01).
           02 ANCLA-CONTROL                 PIC 9(08).
           02 FILLER                        PIC X(01).
           02 IDIOMA-CONTROL                PIC X(01).
              88 TODOS-LOS-IDIOMAS                    VALUE ' '.
           02 FILLER                        PIC X(01).
           02 LOTE-CONTROL                  PIC X(06).
              88 TODOS-LOS-LOTES                      VALUE SPACES.
           02 FILLER                        PIC X(01).
           02 SEMANA-HABIL-CONTROL          PIC X(07).
              88 TODAS-LAS-SEMANAS                    VALUE SPACES.
           02 FILLER                        PIC X(01).
           02 FECHA-RETENCION-CONTROL       PIC 9(08).
           02 FILLER                        PIC X(01).
           02 DEPURAR-SEMANAS-CONTROL       PIC X(01).
              88 DEPURAR-SEMANAS                      VALUE 'S'.
           02 FILLER                        PIC X(01).
           02 CALENDARIO-CONTROL            PIC X(04).
              88 TODOS-LOS-CALENDARIOS                VALUE SPACES.
           02 FILLER                        PIC X(19).

      *TARJETA SEMA: UNA SEMANA HABIL QUE ALGUNA CORRIDA SIGUE USANDO*
       01 TARJETA-SEMANA.
           02 ACCION-SEMANA                 PIC X(04).
              88 TARJETA-SEMA                         VALUE 'SEMA'.
              88 FIN-TARJETAS                         VALUE 'FIN '.
           02 FILLER                        PIC X(01).
           02 SEMANA-TARJETA                PIC X(07).
           02 FILLER                        PIC X(68).

      *CAPACIDAD MAXIMA DE LOTES DISTINTOS EN LA BITACORA*
       78 MAX-LOTES                         VALUE 500.

      *CAPACIDAD MAXIMA DE SEMANAS HABILES EN USO*
       78 MAX-SEMANAS                       VALUE 20.

      *CAPACIDAD MAXIMA DE ANIOS Y DE ANCLAS EN LAS CUENTAS*
       78 MAX-ANIOS                         VALUE 100.
       78 MAX-ANCLAS-CUENTA                 VALUE 500.

      *VARIABLES DE TRABAJO*
       01 CAMPOS-DE-TRABAJO.
          02 CONTADORES.
              04 CUENTA-LEIDOS              PIC 9(08) VALUE 0.
              04 CUENTA-SELECCIONADOS       PIC 9(08) VALUE 0.
              04 CUENTA-DESCARGADOS         PIC 9(08) VALUE 0.
              04 CUENTA-BORRADOS            PIC 9(08) VALUE 0.
              04 CUENTA-BORRADOS-RETENCION  PIC 9(08) VALUE 0.
              04 CUENTA-BORRADOS-SEMANA     PIC 9(08) VALUE 0.
              04 CUENTA-LOTE-DESCONOCIDO    PIC 9(08) VALUE 0.
              04 CUENTA-DESPUES             PIC 9(08) VALUE 0.
              04 CUENTA-CORRIDAS            PIC 9(06) VALUE 0.

          02 ESTADOS-ARCHIVO.
              04 EST-ARCHIVO-MAESTRO        PIC X(02) VALUE '00'.
                 88 ARCHIVO-MAESTRO-OK               VALUE '00'.
                 88 ARCHIVO-MAESTRO-NO-EXISTE        VALUE '35'.
              04 EST-ARCHIVO-BITACORA       PIC X(02) VALUE '00'.
                 88 ARCHIVO-BITACORA-OK              VALUE '00'.
                 88 ARCHIVO-BITACORA-NO-EXISTE       VALUE '35'.
              04 EST-ARCHIVO-DESCARGA       PIC X(02) VALUE '00'.
                 88 ARCHIVO-DESCARGA-OK              VALUE '00'.
              04 EST-ARCHIVO-LISTADO        PIC X(02) VALUE '00'.
                 88 ARCHIVO-LISTADO-OK               VALUE '00'.

          02 CONTROL-LECTURA.
              04 MAESTRO-EOF                PIC X(01) VALUE 'N'.
                 88 FIN-DEL-MAESTRO                  VALUE 'S'.
              04 BITACORA-EOF               PIC X(01) VALUE 'N'.
                 88 FIN-DE-BITACORA                  VALUE 'S'.
              04 MAESTRO-ABIERTO-SW         PIC X(01) VALUE 'N'.
                 88 MAESTRO-ABIERTO                  VALUE 'S'.

          02 FILTROS.
              04 FECHA-DESDE                PIC 9(08) VALUE 0.
              04 FECHA-HASTA                PIC 9(08) VALUE 99999999.
              04 FECHA-RETENCION            PIC 9(08) VALUE 0.
              04 REGISTRO-PASA-SW           PIC X(01) VALUE 'N'.
                 88 REGISTRO-PASA                    VALUE 'S'.
              04 REGISTRO-BORRAR-SW         PIC X(01) VALUE 'N'.
                 88 REGISTRO-BORRAR                  VALUE 'S'.
              04 MOTIVO-BAJA                PIC X(09) VALUE SPACES.
              04 INDICE-POSICION            PIC 9(01).
              04 SEMANA-VALIDA-SW           PIC X(01) VALUE 'S'.
                 88 SEMANA-VALIDA                    VALUE 'S'.

      *FECHA DE CORRIDA MAS RECIENTE DE CADA LOTE, TOMADA DE BITACORA*
      *(UN LOTE REINICIADO TIENE VARIAS CORRIDAS; RIGE LA ULTIMA). LAS*
      *CORRIDAS SIN LOTE NO SE ANOTAN: NO HAY FORMA DE FECHARLAS*
          02 TABLA-LOTES.
              04 CUENTA-LOTES               PIC 9(03) VALUE 0.
              04 LOT-LOTE-TAB               PIC X(06) OCCURS MAX-LOTES.
              04 LOT-FECHA-TAB              PIC 9(08) OCCURS MAX-LOTES.
              04 INDICE-LOTE                PIC 9(03).
              04 INDICE-LOTE-HALLADO        PIC 9(03) VALUE 0.
              04 LOTE-BUSCADO               PIC X(06).

      *SEMANAS HABILES QUE SIGUEN EN USO (TARJETAS SEMA)*
          02 TABLA-SEMANAS.
              04 CUENTA-SEMANAS             PIC 9(02) VALUE 0.
              04 SEM-SEMANA-TAB             PIC X(07)
                                             OCCURS MAX-SEMANAS.
              04 INDICE-SEMANA              PIC 9(02).
              04 SEMANA-EN-USO-SW           PIC X(01) VALUE 'N'.
                 88 SEMANA-EN-USO                    VALUE 'S'.

      *CUENTAS DEL MAESTRO POR ANIO DE MAE-FECHA Y POR ANCLA. LAS*
      *CUENTAS DE "ANTES" CUBREN EL ARCHIVO COMPLETO, NO SOLO LO*
      *FILTRADO; "DESPUES" ES ANTES MENOS LO BORRADO*
          02 TABLA-ANIOS.
              04 CUENTA-ANIOS               PIC 9(03) VALUE 0.
              04 ANIO-ENT OCCURS MAX-ANIOS.
                 05 ANI-ANIO                PIC 9(04).
                 05 ANI-ANTES               PIC 9(08).
                 05 ANI-BORRADOS            PIC 9(08).
              04 INDICE-ANIO                PIC 9(03).
              04 INDICE-ANIO-HALLADO        PIC 9(03) VALUE 0.
          02 TABLA-ANCLAS-CUENTA.
              04 CUENTA-ANCLAS              PIC 9(03) VALUE 0.
              04 ANCLA-ENT OCCURS MAX-ANCLAS-CUENTA.
                 05 ACT-ANCLA               PIC 9(08).
                 05 ACT-ANTES               PIC 9(08).
                 05 ACT-BORRADOS            PIC 9(08).
              04 INDICE-ANCLA               PIC 9(03).
              04 INDICE-ANCLA-HALLADO       PIC 9(03) VALUE 0.
          02 ANIO-REGISTRO                  PIC 9(04).
          02 CUENTA-DESPUES-LINEA           PIC 9(08).

          02 LINEA-LISTADO                  PIC X(132).
       PROCEDURE DIVISION.

      *SECCION PRINCIPAL*
       PRINCIPAL SECTION.
           PERFORM LEER-TARJETA-CONTROL
           IF FUNCION-DEPURAR AND FECHA-RETENCION GREATER 0
              PERFORM CARGAR-LOTES-BITACORA
           END-IF
           PERFORM ABRIR-ARCHIVOS
           PERFORM ESCRIBIR-ENCABEZADO
           IF MAESTRO-ABIERTO
              PERFORM RECORRER-MAESTRO
              CLOSE ARCHIVO-MAESTRO
           END-IF
           PERFORM ESCRIBIR-CUENTAS
           CLOSE ARCHIVO-DESCARGA
           CLOSE ARCHIVO-LISTADO
           DISPLAY "====== RESUMEN UTILITARIO MAESTRO ======"
           DISPLAY "REGISTROS LEIDOS     : " CUENTA-LEIDOS
           DISPLAY "SELECCIONADOS        : " CUENTA-SELECCIONADOS
           DISPLAY "DESCARGADOS          : " CUENTA-DESCARGADOS
           DISPLAY "BORRADOS             : " CUENTA-BORRADOS
           DISPLAY "  POR RETENCION      : " CUENTA-BORRADOS-RETENCION
           DISPLAY "  POR SEMANA HABIL   : " CUENTA-BORRADOS-SEMANA
           DISPLAY "REGISTROS DESPUES    : " CUENTA-DESPUES
           IF CUENTA-LOTE-DESCONOCIDO GREATER 0
              DISPLAY "ADVERTENCIA: " CUENTA-LOTE-DESCONOCIDO
                      " REGISTROS CON LOTE SIN CORRIDA EN BITACORA; "
                      "NO SE PUDO FECHARLOS Y SE CONSERVAN"
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.


      *SECCION LEER Y VALIDAR LA TARJETA DE CONTROL*
       LEER-TARJETA-CONTROL SECTION.
           MOVE SPACES TO TARJETA-CONTROL
           ACCEPT TARJETA-CONTROL FROM SYSIN
           IF NOT FUNCION-LISTAR AND NOT FUNCION-DEPURAR
              DISPLAY "ERROR: FUNCION DE LA TARJETA DE CONTROL DEBE "
                      "SER L O D: " TARJETA-CONTROL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF FECHA-DESDE-CONTROL NUMERIC
              MOVE FECHA-DESDE-CONTROL TO FECHA-DESDE
           END-IF
           IF FECHA-HASTA-CONTROL NUMERIC AND
              FECHA-HASTA-CONTROL GREATER 0
              MOVE FECHA-HASTA-CONTROL TO FECHA-HASTA
           END-IF
           IF ANCLA-CONTROL NOT NUMERIC
              MOVE 0 TO ANCLA-CONTROL
           END-IF
           IF FECHA-RETENCION-CONTROL NUMERIC
              MOVE FECHA-RETENCION-CONTROL TO FECHA-RETENCION
           END-IF
           IF FUNCION-DEPURAR
              IF FECHA-RETENCION EQUAL 0 AND NOT DEPURAR-SEMANAS
                 DISPLAY "ERROR: LA DEPURACION REQUIERE FECHA DE "
                         "RETENCION O 'S' EN LA POSICION 56: "
                         TARJETA-CONTROL
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF DEPURAR-SEMANAS
                 PERFORM LEER-TARJETAS-SEMANA
              END-IF
           END-IF
           DISPLAY "FUNCION " FUNCION-CONTROL
                   " DESDE " FECHA-DESDE " HASTA " FECHA-HASTA
                   " ANCLA " ANCLA-CONTROL
                   " IDIOMA '" IDIOMA-CONTROL
                   "' LOTE '" LOTE-CONTROL
                   "' SEMANA '" SEMANA-HABIL-CONTROL
                   "' CALENDARIO '" CALENDARIO-CONTROL
                   "' RETENCION " FECHA-RETENCION.
       LEER-TARJETA-CONTROL-E. EXIT.


      *SECCION LEER LAS TARJETAS SEMA CON LAS SEMANAS HABILES EN USO*
      *UNA LISTA VACIA BORRARIA TODO EL MAESTRO: SE TRATA COMO ERROR*
       LEER-TARJETAS-SEMANA SECTION.
           MOVE 0 TO CUENTA-SEMANAS
           PERFORM UNTIL FIN-TARJETAS
              MOVE SPACES TO TARJETA-SEMANA
              ACCEPT TARJETA-SEMANA FROM SYSIN
              IF NOT FIN-TARJETAS
                 IF NOT TARJETA-SEMA
                    DISPLAY "ERROR: SE ESPERABA TARJETA SEMA O FIN: "
                            TARJETA-SEMANA
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE 'S' TO SEMANA-VALIDA-SW
                 PERFORM VARYING INDICE-POSICION FROM 1 BY 1
                         UNTIL INDICE-POSICION GREATER 7
                    IF SEMANA-TARJETA(INDICE-POSICION:1) NOT EQUAL 'S'
                       AND
                       SEMANA-TARJETA(INDICE-POSICION:1) NOT EQUAL 'N'
                       MOVE 'N' TO SEMANA-VALIDA-SW
                    END-IF
                 END-PERFORM
                 IF NOT SEMANA-VALIDA
                    DISPLAY "ERROR: SEMANA HABIL INVALIDA, DEBE SER "
                            "SIETE POSICIONES S/N: " TARJETA-SEMANA
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF CUENTA-SEMANAS NOT LESS MAX-SEMANAS
                    DISPLAY "ERROR: MAS DE " MAX-SEMANAS
                            " TARJETAS SEMA"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO CUENTA-SEMANAS
                 MOVE SEMANA-TARJETA TO SEM-SEMANA-TAB(CUENTA-SEMANAS)
                 DISPLAY "SEMANA HABIL EN USO: " SEMANA-TARJETA
              END-IF
           END-PERFORM
           IF CUENTA-SEMANAS EQUAL 0
              DISPLAY "ERROR: 'S' EN LA POSICION 56 SIN TARJETAS SEMA; "
                      "SE BORRARIA TODO EL MAESTRO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       LEER-TARJETAS-SEMANA-E. EXIT.


      *SECCION CARGAR LA FECHA DE LA ULTIMA CORRIDA DE CADA LOTE*
       CARGAR-LOTES-BITACORA SECTION.
           OPEN INPUT ARCHIVO-BITACORA
           IF ARCHIVO-BITACORA-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE BITACORA; SIN ELLA NO SE PUEDE "
                      "FECHAR LOS LOTES PARA LA RETENCION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT ARCHIVO-BITACORA-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR BITACORA, ESTADO "
                      EST-ARCHIVO-BITACORA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO BITACORA-EOF
           PERFORM UNTIL FIN-DE-BITACORA
              READ ARCHIVO-BITACORA
                 AT END MOVE 'S' TO BITACORA-EOF
                 NOT AT END
                    ADD 1 TO CUENTA-CORRIDAS
                    IF BIT-LOTE NOT EQUAL SPACES
                       MOVE BIT-LOTE TO LOTE-BUSCADO
                       PERFORM BUSCAR-LOTE
                       IF INDICE-LOTE-HALLADO GREATER 0
                          IF BIT-FECHA-CORRIDA GREATER
                             LOT-FECHA-TAB(INDICE-LOTE-HALLADO)
                             MOVE BIT-FECHA-CORRIDA
                                TO LOT-FECHA-TAB(INDICE-LOTE-HALLADO)
                          END-IF
                       ELSE
                          IF CUENTA-LOTES LESS MAX-LOTES
                             ADD 1 TO CUENTA-LOTES
                             MOVE BIT-LOTE
                                TO LOT-LOTE-TAB(CUENTA-LOTES)
                             MOVE BIT-FECHA-CORRIDA
                                TO LOT-FECHA-TAB(CUENTA-LOTES)
                          ELSE
                             DISPLAY "ERROR: BITACORA EXCEDE EL LIMITE "
                                     "DE " MAX-LOTES " LOTES DISTINTOS"
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCHIVO-BITACORA
           DISPLAY "CORRIDAS LEIDAS DE BITACORA: " CUENTA-CORRIDAS
                   " LOTES DISTINTOS: " CUENTA-LOTES.
       CARGAR-LOTES-BITACORA-E. EXIT.


      *SECCION BUSCAR LOTE-BUSCADO EN LA TABLA DE LOTES*
       BUSCAR-LOTE SECTION.
           MOVE 0 TO INDICE-LOTE-HALLADO
           PERFORM VARYING INDICE-LOTE FROM 1 BY 1
                   UNTIL INDICE-LOTE GREATER CUENTA-LOTES
                      OR INDICE-LOTE-HALLADO GREATER 0
              IF LOT-LOTE-TAB(INDICE-LOTE) EQUAL LOTE-BUSCADO
                 MOVE INDICE-LOTE TO INDICE-LOTE-HALLADO
              END-IF
           END-PERFORM.
       BUSCAR-LOTE-E. EXIT.


      *SECCION ABRIR LOS ARCHIVOS DEL UTILITARIO*
      *SI NO EXISTE EL MAESTRO SE AVISA Y SOLO SE IMPRIMEN CUENTAS*
      *EN CERO, IGUAL QUE EDUI3099*
       ABRIR-ARCHIVOS SECTION.
           IF FUNCION-DEPURAR
              OPEN I-O ARCHIVO-MAESTRO
           ELSE
              OPEN INPUT ARCHIVO-MAESTRO
           END-IF
           IF ARCHIVO-MAESTRO-NO-EXISTE
              DISPLAY "AVISO: NO EXISTE EL ARCHIVO MAESTRO; NO HAY "
                      "REGISTROS QUE PROCESAR"
           ELSE
           IF NOT ARCHIVO-MAESTRO-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR MAESTRO, ESTADO "
                      EST-ARCHIVO-MAESTRO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           ELSE
              MOVE 'S' TO MAESTRO-ABIERTO-SW
           END-IF
           END-IF
           OPEN OUTPUT ARCHIVO-DESCARGA
           IF NOT ARCHIVO-DESCARGA-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR DESCMAE, ESTADO "
                      EST-ARCHIVO-DESCARGA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVO-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR LISTMAE, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ABRIR-ARCHIVOS-E. EXIT.


      *SECCION ESCRIBIR EL ENCABEZADO DEL LISTADO*
       ESCRIBIR-ENCABEZADO SECTION.
           IF FUNCION-DEPURAR
              MOVE "====== DEPURACION DEL MAESTRO DE RESULTADOS ======"
                 TO LINEA-LISTADO
           ELSE
              MOVE "======== LISTADO DEL MAESTRO DE RESULTADOS ========"
                 TO LINEA-LISTADO
           END-IF
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "DESDE " DELIMITED BY SIZE
                  FECHA-DESDE DELIMITED BY SIZE
                  " HASTA " DELIMITED BY SIZE
                  FECHA-HASTA DELIMITED BY SIZE
                  " ANCLA " DELIMITED BY SIZE
                  ANCLA-CONTROL DELIMITED BY SIZE
                  " IDIOMA '" DELIMITED BY SIZE
                  IDIOMA-CONTROL DELIMITED BY SIZE
                  "' LOTE '" DELIMITED BY SIZE
                  LOTE-CONTROL DELIMITED BY SIZE
                  "' SEMANA '" DELIMITED BY SIZE
                  SEMANA-HABIL-CONTROL DELIMITED BY SIZE
                  "' CALENDARIO '" DELIMITED BY SIZE
                  CALENDARIO-CONTROL DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           IF FUNCION-DEPURAR
              MOVE SPACES TO LINEA-LISTADO
              STRING "RETENCION " DELIMITED BY SIZE
                     FECHA-RETENCION DELIMITED BY SIZE
                     " (0 = NO APLICA)  SEMANAS EN USO "
                                         DELIMITED BY SIZE
                     CUENTA-SEMANAS DELIMITED BY SIZE
                     "  LOS REGISTROS BORRADOS QUEDAN EN DESCMAE"
                                         DELIMITED BY SIZE
                INTO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
              MOVE SPACES TO LINEA-LISTADO
              STRING "FECHA    ANCLA    I DI-DIA HABIL  F LOTE   "
                                         DELIMITED BY SIZE
                     "SEMANA  MOTIVO                CAL"
                                         DELIMITED BY SIZE
                INTO LINEA-LISTADO
           ELSE
              MOVE SPACES TO LINEA-LISTADO
              STRING "FECHA    ANCLA    I DI-DIA HABIL  F LOTE   "
                                         DELIMITED BY SIZE
                     "SEMANA  DIA        MES        CAL"
                                         DELIMITED BY SIZE
                INTO LINEA-LISTADO
           END-IF
           PERFORM ESCRIBIR-LINEA-LISTADO.
       ESCRIBIR-ENCABEZADO-E. EXIT.


      *SECCION RECORRER EL MAESTRO COMPLETO EN ORDEN DE LLAVE*
       RECORRER-MAESTRO SECTION.
           MOVE 'N' TO MAESTRO-EOF
           MOVE LOW-VALUES TO MAE-LLAVE
           START ARCHIVO-MAESTRO KEY GREATER OR EQUAL MAE-LLAVE
              INVALID KEY MOVE 'S' TO MAESTRO-EOF
           END-START
           PERFORM UNTIL FIN-DEL-MAESTRO
              READ ARCHIVO-MAESTRO NEXT
                 AT END MOVE 'S' TO MAESTRO-EOF
                 NOT AT END
                    ADD 1 TO CUENTA-LEIDOS
                    PERFORM ACUMULAR-ANTES
                    PERFORM FILTRAR-REGISTRO
                    IF REGISTRO-PASA
                       ADD 1 TO CUENTA-SELECCIONADOS
                       IF FUNCION-LISTAR
                          PERFORM LISTAR-REGISTRO
                          PERFORM DESCARGAR-REGISTRO
                       ELSE
                          PERFORM EVALUAR-DEPURACION
                          IF REGISTRO-BORRAR
                             PERFORM DESCARGAR-REGISTRO
                             DELETE ARCHIVO-MAESTRO
                                INVALID KEY CONTINUE
                             END-DELETE
                             ADD 1 TO CUENTA-BORRADOS
                             PERFORM ACUMULAR-BORRADO
                             PERFORM LISTAR-REGISTRO
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       RECORRER-MAESTRO-E. EXIT.


      *SECCION FILTRAR EL REGISTRO LEIDO CONTRA LA TARJETA DE CONTROL*
       FILTRAR-REGISTRO SECTION.
           MOVE 'S' TO REGISTRO-PASA-SW
           IF MAE-FECHA LESS FECHA-DESDE OR
              MAE-FECHA GREATER FECHA-HASTA
              MOVE 'N' TO REGISTRO-PASA-SW
           END-IF
           IF ANCLA-CONTROL GREATER 0 AND
              MAE-ANCLA NOT EQUAL ANCLA-CONTROL
              MOVE 'N' TO REGISTRO-PASA-SW
           END-IF
           IF NOT TODOS-LOS-IDIOMAS AND
              MAE-IDIOMA NOT EQUAL IDIOMA-CONTROL
              MOVE 'N' TO REGISTRO-PASA-SW
           END-IF
           IF NOT TODOS-LOS-LOTES AND
              MAE-LOTE NOT EQUAL LOTE-CONTROL
              MOVE 'N' TO REGISTRO-PASA-SW
           END-IF
           IF NOT TODAS-LAS-SEMANAS AND
              MAE-SEMANA-HABIL NOT EQUAL SEMANA-HABIL-CONTROL
              MOVE 'N' TO REGISTRO-PASA-SW
           END-IF
           IF NOT TODOS-LOS-CALENDARIOS AND
              MAE-CALENDARIO NOT EQUAL CALENDARIO-CONTROL
              MOVE 'N' TO REGISTRO-PASA-SW
           END-IF.
       FILTRAR-REGISTRO-E. EXIT.


      *SECCION DECIDIR SI UN REGISTRO SELECCIONADO SE BORRA*
      *POR RETENCION: SU LOTE CORRIO POR ULTIMA VEZ ANTES DE LA FECHA*
      *DE RETENCION. UN LOTE EN BLANCO O AUSENTE DE BITACORA NO SE*
      *PUEDE FECHAR Y EL REGISTRO SE CONSERVA (SE CUENTA APARTE).*
      *POR SEMANA: SU SEMANA HABIL NO ESTA ENTRE LAS TARJETAS SEMA (UN*
      *REGISTRO ANTERIOR A LA SEMANA CONFIGURABLE, CON LA SEMANA EN*
      *BLANCO, YA NO LO REUTILIZA EDUI3097 Y TAMBIEN SE BORRA)*
       EVALUAR-DEPURACION SECTION.
           MOVE 'N' TO REGISTRO-BORRAR-SW
           MOVE SPACES TO MOTIVO-BAJA
           IF FECHA-RETENCION GREATER 0
              MOVE MAE-LOTE TO LOTE-BUSCADO
              MOVE 0 TO INDICE-LOTE-HALLADO
              IF MAE-LOTE NOT EQUAL SPACES
                 PERFORM BUSCAR-LOTE
              END-IF
              IF INDICE-LOTE-HALLADO EQUAL 0
                 ADD 1 TO CUENTA-LOTE-DESCONOCIDO
              ELSE
                 IF LOT-FECHA-TAB(INDICE-LOTE-HALLADO) LESS
                    FECHA-RETENCION
                    MOVE 'S' TO REGISTRO-BORRAR-SW
                    MOVE "RETENCION" TO MOTIVO-BAJA
                    ADD 1 TO CUENTA-BORRADOS-RETENCION
                 END-IF
              END-IF
           END-IF
           IF DEPURAR-SEMANAS AND NOT REGISTRO-BORRAR
              MOVE 'N' TO SEMANA-EN-USO-SW
              PERFORM VARYING INDICE-SEMANA FROM 1 BY 1
                      UNTIL INDICE-SEMANA GREATER CUENTA-SEMANAS
                         OR SEMANA-EN-USO
                 IF SEM-SEMANA-TAB(INDICE-SEMANA) EQUAL
                    MAE-SEMANA-HABIL
                    MOVE 'S' TO SEMANA-EN-USO-SW
                 END-IF
              END-PERFORM
              IF NOT SEMANA-EN-USO
                 MOVE 'S' TO REGISTRO-BORRAR-SW
                 MOVE "SEMANA" TO MOTIVO-BAJA
                 ADD 1 TO CUENTA-BORRADOS-SEMANA
              END-IF
           END-IF.
       EVALUAR-DEPURACION-E. EXIT.


      *SECCION ACUMULAR EL REGISTRO LEIDO EN LAS CUENTAS DE ANTES*
      *DEJA INDICE-ANIO-HALLADO E INDICE-ANCLA-HALLADO PARA QUE*
      *ACUMULAR-BORRADO NO TENGA QUE VOLVER A BUSCAR*
       ACUMULAR-ANTES SECTION.
           MOVE MAE-FECHA(1:4) TO ANIO-REGISTRO
           MOVE 0 TO INDICE-ANIO-HALLADO
           PERFORM VARYING INDICE-ANIO FROM 1 BY 1
                   UNTIL INDICE-ANIO GREATER CUENTA-ANIOS
                      OR INDICE-ANIO-HALLADO GREATER 0
              IF ANI-ANIO(INDICE-ANIO) EQUAL ANIO-REGISTRO
                 MOVE INDICE-ANIO TO INDICE-ANIO-HALLADO
              END-IF
           END-PERFORM
           IF INDICE-ANIO-HALLADO EQUAL 0
              IF CUENTA-ANIOS LESS MAX-ANIOS
                 ADD 1 TO CUENTA-ANIOS
                 INITIALIZE ANIO-ENT(CUENTA-ANIOS)
                 MOVE ANIO-REGISTRO TO ANI-ANIO(CUENTA-ANIOS)
                 MOVE CUENTA-ANIOS TO INDICE-ANIO-HALLADO
              ELSE
                 DISPLAY "ADVERTENCIA: MAS DE " MAX-ANIOS
                         " ANIOS DISTINTOS; NO SE DESGLOSA EL "
                         ANIO-REGISTRO
              END-IF
           END-IF
           IF INDICE-ANIO-HALLADO GREATER 0
              ADD 1 TO ANI-ANTES(INDICE-ANIO-HALLADO)
           END-IF

           MOVE 0 TO INDICE-ANCLA-HALLADO
           PERFORM VARYING INDICE-ANCLA FROM 1 BY 1
                   UNTIL INDICE-ANCLA GREATER CUENTA-ANCLAS
                      OR INDICE-ANCLA-HALLADO GREATER 0
              IF ACT-ANCLA(INDICE-ANCLA) EQUAL MAE-ANCLA
                 MOVE INDICE-ANCLA TO INDICE-ANCLA-HALLADO
              END-IF
           END-PERFORM
           IF INDICE-ANCLA-HALLADO EQUAL 0
              IF CUENTA-ANCLAS LESS MAX-ANCLAS-CUENTA
                 ADD 1 TO CUENTA-ANCLAS
                 INITIALIZE ANCLA-ENT(CUENTA-ANCLAS)
                 MOVE MAE-ANCLA TO ACT-ANCLA(CUENTA-ANCLAS)
                 MOVE CUENTA-ANCLAS TO INDICE-ANCLA-HALLADO
              ELSE
                 DISPLAY "ADVERTENCIA: MAS DE " MAX-ANCLAS-CUENTA
                         " ANCLAS DISTINTAS; NO SE DESGLOSA LA "
                         MAE-ANCLA
              END-IF
           END-IF
           IF INDICE-ANCLA-HALLADO GREATER 0
              ADD 1 TO ACT-ANTES(INDICE-ANCLA-HALLADO)
           END-IF.
       ACUMULAR-ANTES-E. EXIT.


      *SECCION ACUMULAR EL REGISTRO BORRADO EN SU ANIO Y SU ANCLA*
       ACUMULAR-BORRADO SECTION.
           IF INDICE-ANIO-HALLADO GREATER 0
              ADD 1 TO ANI-BORRADOS(INDICE-ANIO-HALLADO)
           END-IF
           IF INDICE-ANCLA-HALLADO GREATER 0
              ADD 1 TO ACT-BORRADOS(INDICE-ANCLA-HALLADO)
           END-IF.
       ACUMULAR-BORRADO-E. EXIT.


      *SECCION LISTAR EL REGISTRO ACTUAL DEL MAESTRO*
       LISTAR-REGISTRO SECTION.
           MOVE SPACES TO LINEA-LISTADO
           STRING MAE-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MAE-ANCLA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MAE-IDIOMA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MAE-DI-DIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MAE-DIA-HABIL-DIF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MAE-FUTURA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MAE-LOTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MAE-SEMANA-HABIL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
             INTO LINEA-LISTADO
           IF FUNCION-DEPURAR
              MOVE MOTIVO-BAJA TO LINEA-LISTADO(52:9)
           ELSE
              MOVE MAE-NOM-DIA TO LINEA-LISTADO(52:10)
              MOVE MAE-NOM-MES TO LINEA-LISTADO(63:10)
           END-IF
           MOVE MAE-CALENDARIO TO LINEA-LISTADO(74:4)
           PERFORM ESCRIBIR-LINEA-LISTADO.
       LISTAR-REGISTRO-E. EXIT.


      *SECCION DESCARGAR EL REGISTRO ACTUAL A DESCMAE*
       DESCARGAR-REGISTRO SECTION.
           WRITE REG-DESCARGA FROM REG-MAESTRO
           IF NOT ARCHIVO-DESCARGA-OK
              DISPLAY "ERROR: FALLA AL ESCRIBIR DESCMAE, ESTADO "
                      EST-ARCHIVO-DESCARGA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO CUENTA-DESCARGADOS.
       DESCARGAR-REGISTRO-E. EXIT.


      *SECCION ESCRIBIR LAS CUENTAS ANTES/DESPUES POR ANIO Y ANCLA*
       ESCRIBIR-CUENTAS SECTION.
           COMPUTE CUENTA-DESPUES = CUENTA-LEIDOS - CUENTA-BORRADOS
           MOVE "---------------- CUENTAS POR ANIO ----------------"
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE "ANIO     ANTES     BORRADOS  DESPUES" TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           PERFORM VARYING INDICE-ANIO FROM 1 BY 1
                   UNTIL INDICE-ANIO GREATER CUENTA-ANIOS
              COMPUTE CUENTA-DESPUES-LINEA = ANI-ANTES(INDICE-ANIO) -
                      ANI-BORRADOS(INDICE-ANIO)
              MOVE SPACES TO LINEA-LISTADO
              STRING ANI-ANIO(INDICE-ANIO) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     ANI-ANTES(INDICE-ANIO) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     ANI-BORRADOS(INDICE-ANIO) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     CUENTA-DESPUES-LINEA DELIMITED BY SIZE
                INTO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-PERFORM

           MOVE "---------------- CUENTAS POR ANCLA ---------------"
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE "ANCLA    ANTES     BORRADOS  DESPUES" TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           PERFORM VARYING INDICE-ANCLA FROM 1 BY 1
                   UNTIL INDICE-ANCLA GREATER CUENTA-ANCLAS
              COMPUTE CUENTA-DESPUES-LINEA = ACT-ANTES(INDICE-ANCLA) -
                      ACT-BORRADOS(INDICE-ANCLA)
              MOVE SPACES TO LINEA-LISTADO
              STRING ACT-ANCLA(INDICE-ANCLA) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     ACT-ANTES(INDICE-ANCLA) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     ACT-BORRADOS(INDICE-ANCLA) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     CUENTA-DESPUES-LINEA DELIMITED BY SIZE
                INTO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-PERFORM

           MOVE SPACES TO LINEA-LISTADO
           STRING "TOTAL MAESTRO ANTES " DELIMITED BY SIZE
                  CUENTA-LEIDOS DELIMITED BY SIZE
                  " BORRADOS " DELIMITED BY SIZE
                  CUENTA-BORRADOS DELIMITED BY SIZE
                  " DESPUES " DELIMITED BY SIZE
                  CUENTA-DESPUES DELIMITED BY SIZE
                  " SELECCIONADOS " DELIMITED BY SIZE
                  CUENTA-SELECCIONADOS DELIMITED BY SIZE
                  " DESCARGADOS " DELIMITED BY SIZE
                  CUENTA-DESCARGADOS DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           IF CUENTA-LOTE-DESCONOCIDO GREATER 0
              MOVE SPACES TO LINEA-LISTADO
              STRING "ADVERTENCIA: " DELIMITED BY SIZE
                     CUENTA-LOTE-DESCONOCIDO DELIMITED BY SIZE
                     " REGISTROS CON LOTE EN BLANCO O SIN CORRIDA EN "
                                         DELIMITED BY SIZE
                     "BITACORA SE CONSERVAN" DELIMITED BY SIZE
                INTO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-IF.
       ESCRIBIR-CUENTAS-E. EXIT.


      *SECCION ESCRIBIR UNA LINEA EN EL LISTADO*
       ESCRIBIR-LINEA-LISTADO SECTION.
           MOVE LINEA-LISTADO TO REG-LISTADO
           WRITE REG-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: FALLA AL ESCRIBIR LISTMAE, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ESCRIBIR-LINEA-LISTADO-E. EXIT.
