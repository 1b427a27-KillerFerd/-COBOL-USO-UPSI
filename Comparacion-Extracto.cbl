      ******************************************************************
      * FECHA       : 24/09/2026                                       *
      * PROGRAMADOR : JOSUE FERNANDO DONIS ALVARADO                    *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUI3108                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : COMPARACION DE DOS GENERACIONES DEL ARCHIVO     *
      *               EXTRACTO DE EDUI3097 (ANTERIOR Y NUEVA) PARA    *
      *               QUE EL GRUPO DE ESTADISTICA APRUEBE UN CAMBIO   *
      *               DE CALENDARIO ANTES DE ENTREGAR RESULTADOS. LOS *
      *               REGISTROS SE PAREAN POR FECHA, ETIQUETA Y FECHA *
      *               DE LA ANCLA; SE LISTAN LAS FECHAS AGREGADAS, LAS*
      *               QUITADAS Y LOS PARES CUYO DI-DIA, DIAS HABILES O*
      *               INDICADOR DE ANCLA FUTURA CAMBIARON, CON EL LOTE*
      *               ANTERIOR Y EL NUEVO. AL FINAL VAN LOS TOTALES   *
      *               POR ETIQUETA DE ANCLA Y POR MES                 *
      * ARCHIVOS    : EXTRANT - EXTRACTO ANTERIOR (ENTRADA, COPY      *
      *                         EXTRAREG)                             *
      *               EXTRNUE - EXTRACTO NUEVO (ENTRADA, MISMO DISENO)*
      *               LISTDEL - LISTADO DE DIFERENCIAS (SALIDA)       *
      *-----------------------------------------------------------------
      * BITACORA DE CAMBIOS                                            *
      * 24/09/2026 - VERSION INICIAL                                   *
      * 28/09/2026 - SE LISTA EL CALENDARIO DE FERIADOS ANTERIOR Y     *
      *              NUEVO JUNTO A CADA LOTE; NO ENTRA EN EL PAREO,    *
      *              PARA PODER COMPARAR UNA SEDE CONTRA EL NACIONAL   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3108.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-EXTRACTO-ANT ASSIGN TO "EXTRANT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-EXTRACTO-ANT.
           SELECT ARCHIVO-EXTRACTO-NUE ASSIGN TO "EXTRNUE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-EXTRACTO-NUE.
           SELECT ARCHIVO-LISTADO ASSIGN TO "LISTDEL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-LISTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EXTRACTO-ANT
           RECORDING MODE IS F.
       COPY EXTRAREG.

       FD  ARCHIVO-EXTRACTO-NUE
           RECORDING MODE IS F.
       01 REG-EXTRACTO-NUE                  PIC X(80).

       FD  ARCHIVO-LISTADO
           RECORDING MODE IS F.
       01 REG-LISTADO                       PIC X(132).
       WORKING-STORAGE SECTION.

      *REGISTRO DEL EXTRACTO NUEVO LEIDO EN WORKING-STORAGE, CON EL*
      *MISMO DISENO DEL COPY EXTRAREG*
       01 EXTRACTO-NUEVO.
           02 EXT-FECHA-NUE                 PIC 9(08).
           02 EXT-NUM-DIA-SEM-NUE           PIC 9(02).
           02 EXT-NOM-DIA-NUE               PIC X(10).
           02 EXT-NOM-MES-NUE               PIC X(10).
           02 EXT-SEMANA-ISO-NUE            PIC 9(02).
           02 EXT-DIAS-REST-MES-NUE         PIC 9(02).
           02 EXT-DI-DIA-NUE                PIC 9(06).
           02 EXT-DIA-HABIL-DIF-NUE         PIC 9(06).
           02 EXT-FUTURA-NUE                PIC X(01).
           02 EXT-ANCLA-ETIQUETA-NUE        PIC X(12).
           02 EXT-ANCLA-FECHA-NUE           PIC 9(08).
           02 EXT-LOTE-NUE                  PIC X(06).
           02 EXT-CALENDARIO-NUE            PIC X(04).
           02 FILLER                        PIC X(03).

      *CAPACIDAD MAXIMA DE REGISTROS DEL EXTRACTO ANTERIOR: LAS 500*
      *FECHAS POR CORRIDA DE EDUI3097 POR SUS 10 ANCLAS*
       78 MAX-EXTRACTO                      VALUE 5000.

      *CAPACIDAD MAXIMA DE ETIQUETAS DE ANCLA DISTINTAS (LA MISMA*
      *DEL RESUMEN EDUI3102)*
       78 MAX-GRUPOS                        VALUE 20.

      *CAPACIDAD MAXIMA DE MESES DISTINTOS EN LOS DOS EXTRACTOS*
       78 MAX-MESES                         VALUE 120.

      *VARIABLES DE TRABAJO*
       01 CAMPOS-DE-TRABAJO.
          02 CONTADORES.
              04 CUENTA-LEIDOS-ANT          PIC 9(06) VALUE 0.
              04 CUENTA-LEIDOS-NUE          PIC 9(06) VALUE 0.
              04 CUENTA-ALTAS               PIC 9(06) VALUE 0.
              04 CUENTA-BAJAS               PIC 9(06) VALUE 0.
              04 CUENTA-CAMBIOS             PIC 9(06) VALUE 0.
              04 CUENTA-IGUALES             PIC 9(06) VALUE 0.

          02 ESTADOS-ARCHIVO.
              04 EST-EXTRACTO-ANT           PIC X(02) VALUE '00'.
                 88 EXTRACTO-ANT-OK                  VALUE '00'.
                 88 EXTRACTO-ANT-NO-EXISTE           VALUE '35'.
              04 EST-EXTRACTO-NUE           PIC X(02) VALUE '00'.
                 88 EXTRACTO-NUE-OK                  VALUE '00'.
                 88 EXTRACTO-NUE-NO-EXISTE           VALUE '35'.
              04 EST-ARCHIVO-LISTADO        PIC X(02) VALUE '00'.
                 88 ARCHIVO-LISTADO-OK               VALUE '00'.

          02 CONTROL-LECTURA.
              04 EXTRACTO-ANT-EOF           PIC X(01) VALUE 'N'.
                 88 FIN-EXTRACTO-ANT                 VALUE 'S'.
              04 EXTRACTO-NUE-EOF           PIC X(01) VALUE 'N'.
                 88 FIN-EXTRACTO-NUE                 VALUE 'S'.

      *EXTRACTO ANTERIOR CARGADO EN TABLA; ANT-PAREADO-TAB QUEDA EN*
      *'S' CUANDO UN REGISTRO DEL NUEVO LO TOMA, Y LOS QUE QUEDAN EN*
      *'N' AL FINAL SON LAS FECHAS QUITADAS*
          02 TABLA-ANTERIOR.
              04 CUENTA-ANTERIOR            PIC 9(05) VALUE 0.
              04 ANT-CLAVE-TAB              PIC X(28)
                                             OCCURS MAX-EXTRACTO.
              04 ANT-DI-DIA-TAB             PIC 9(06)
                                             OCCURS MAX-EXTRACTO.
              04 ANT-HABIL-TAB              PIC 9(06)
                                             OCCURS MAX-EXTRACTO.
              04 ANT-FUTURA-TAB             PIC X(01)
                                             OCCURS MAX-EXTRACTO.
              04 ANT-LOTE-TAB               PIC X(06)
                                             OCCURS MAX-EXTRACTO.
              04 ANT-CAL-TAB                PIC X(04)
                                             OCCURS MAX-EXTRACTO.
              04 ANT-PAREADO-TAB            PIC X(01)
                                             OCCURS MAX-EXTRACTO.
              04 INDICE-ANTERIOR            PIC 9(05).
              04 ANTERIOR-HALLADO           PIC 9(05) VALUE 0.

      *CLAVE DE PAREO: FECHA, ETIQUETA Y FECHA DE LA ANCLA*
          02 CLAVE-PAREO.
              04 CLV-FECHA                  PIC 9(08).
              04 CLV-ETIQUETA               PIC X(12).
              04 CLV-ANCLA-FECHA            PIC 9(08).
          02 CLAVE-PAREO-X REDEFINES CLAVE-PAREO PIC X(28).

      *DIFERENCIA A LISTAR Y ACUMULAR*
          02 DIFERENCIA.
              04 TIPO-DIFERENCIA            PIC X(01).
                 88 DIF-ALTA                          VALUE 'A'.
                 88 DIF-BAJA                          VALUE 'B'.
                 88 DIF-CAMBIO                        VALUE 'C'.
                 88 DIF-IGUAL                         VALUE 'I'.
              04 DIF-ANT-DI-DIA             PIC 9(06).
              04 DIF-ANT-HABIL              PIC 9(06).
              04 DIF-ANT-FUTURA             PIC X(01).
              04 DIF-ANT-LOTE               PIC X(06).
              04 DIF-ANT-CAL                PIC X(04).
              04 DIF-NUE-DI-DIA             PIC 9(06).
              04 DIF-NUE-HABIL              PIC 9(06).
              04 DIF-NUE-FUTURA             PIC X(01).
              04 DIF-NUE-LOTE               PIC X(06).
              04 DIF-NUE-CAL                PIC X(04).

      *TOTALES POR ETIQUETA DE ANCLA*
          02 TABLA-GRUPOS.
              04 CUENTA-GRUPOS              PIC 9(02) VALUE 0.
              04 GRUPO-ENT OCCURS MAX-GRUPOS.
                 05 GRP-ETIQUETA            PIC X(12).
                 05 GRP-ALTAS               PIC 9(06).
                 05 GRP-BAJAS               PIC 9(06).
                 05 GRP-CAMBIOS             PIC 9(06).
                 05 GRP-IGUALES             PIC 9(06).
              04 INDICE-GRUPO               PIC 9(02).
              04 INDICE-GRUPO-HALLADO       PIC 9(02) VALUE 0.

      *TOTALES POR MES (ANIO Y MES DE LA FECHA), EN ORDEN*
          02 TABLA-MESES.
              04 CUENTA-MESES               PIC 9(03) VALUE 0.
              04 MES-ENT OCCURS MAX-MESES.
                 05 MES-ANIO-MES            PIC 9(06).
                 05 MES-ALTAS               PIC 9(06).
                 05 MES-BAJAS               PIC 9(06).
                 05 MES-CAMBIOS             PIC 9(06).
                 05 MES-IGUALES             PIC 9(06).
              04 INDICE-MES                 PIC S9(03).
              04 INDICE-MES-HALLADO         PIC 9(03) VALUE 0.
              04 POSICION-MES-NUEVO         PIC 9(03) VALUE 0.
              04 ANIO-MES-BUSCADO           PIC 9(06).

          02 LINEA-LISTADO                  PIC X(132).
       PROCEDURE DIVISION.

      *SECCION PRINCIPAL*
       PRINCIPAL SECTION.
           PERFORM ABRIR-ARCHIVOS
           PERFORM CARGAR-EXTRACTO-ANTERIOR
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM PROCESAR-EXTRACTO-NUEVO
           PERFORM LISTAR-BAJAS
           PERFORM ESCRIBIR-TOTALES
           CLOSE ARCHIVO-EXTRACTO-NUE
           CLOSE ARCHIVO-LISTADO
           IF CUENTA-ALTAS GREATER 0 OR CUENTA-BAJAS GREATER 0 OR
              CUENTA-CAMBIOS GREATER 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.


      *SECCION ABRIR LOS ARCHIVOS DE LA COMPARACION*
       ABRIR-ARCHIVOS SECTION.
           OPEN INPUT ARCHIVO-EXTRACTO-ANT
           IF EXTRACTO-ANT-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE EL EXTRACTO ANTERIOR EXTRANT"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT EXTRACTO-ANT-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR EXTRANT, ESTADO "
                      EST-EXTRACTO-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ARCHIVO-EXTRACTO-NUE
           IF EXTRACTO-NUE-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE EL EXTRACTO NUEVO EXTRNUE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT EXTRACTO-NUE-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR EXTRNUE, ESTADO "
                      EST-EXTRACTO-NUE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVO-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR LISTDEL, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ABRIR-ARCHIVOS-E. EXIT.


      *SECCION CARGAR EL EXTRACTO ANTERIOR EN LA TABLA*
      *UN EXTRACTO MAS GRANDE QUE LA TABLA NO SE PUEDE COMPARAR*
      *COMPLETO, ASI QUE TERMINA LA CORRIDA*
       CARGAR-EXTRACTO-ANTERIOR SECTION.
           MOVE 'N' TO EXTRACTO-ANT-EOF
           PERFORM UNTIL FIN-EXTRACTO-ANT
              READ ARCHIVO-EXTRACTO-ANT
                 AT END MOVE 'S' TO EXTRACTO-ANT-EOF
                 NOT AT END
                    ADD 1 TO CUENTA-LEIDOS-ANT
                    IF CUENTA-ANTERIOR NOT LESS MAX-EXTRACTO
                       DISPLAY "ERROR: EL EXTRACTO ANTERIOR PASA DE "
                               MAX-EXTRACTO " REGISTROS"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO CUENTA-ANTERIOR
                    MOVE EXT-FECHA TO CLV-FECHA
                    MOVE EXT-ANCLA-ETIQUETA TO CLV-ETIQUETA
                    MOVE EXT-ANCLA-FECHA TO CLV-ANCLA-FECHA
                    MOVE CLAVE-PAREO-X
                       TO ANT-CLAVE-TAB(CUENTA-ANTERIOR)
                    MOVE EXT-DI-DIA TO ANT-DI-DIA-TAB(CUENTA-ANTERIOR)
                    MOVE EXT-DIA-HABIL-DIF
                       TO ANT-HABIL-TAB(CUENTA-ANTERIOR)
                    MOVE EXT-FUTURA TO ANT-FUTURA-TAB(CUENTA-ANTERIOR)
                    MOVE EXT-LOTE TO ANT-LOTE-TAB(CUENTA-ANTERIOR)
                    MOVE EXT-CALENDARIO
                       TO ANT-CAL-TAB(CUENTA-ANTERIOR)
                    MOVE 'N' TO ANT-PAREADO-TAB(CUENTA-ANTERIOR)
              END-READ
           END-PERFORM
           CLOSE ARCHIVO-EXTRACTO-ANT
           DISPLAY "REGISTROS DEL EXTRACTO ANTERIOR: "
                   CUENTA-LEIDOS-ANT.
       CARGAR-EXTRACTO-ANTERIOR-E. EXIT.


      *SECCION ESCRIBIR EL ENCABEZADO DEL LISTADO*
       ESCRIBIR-ENCABEZADO SECTION.
           MOVE "==== DIFERENCIAS ENTRE EXTRACTO ANTERIOR Y NUEVO ===="
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "                                      "
                                            DELIMITED BY SIZE
                  "---------- ANTERIOR --------  "
                                            DELIMITED BY SIZE
                  "----------- NUEVO ----------" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "TIPO   FECHA    ETIQUETA     ANCLA    "
                                            DELIMITED BY SIZE
                  "DI-DIA HABILES F LOTE   CAL  " DELIMITED BY SIZE
                  "DI-DIA HABILES F LOTE   CAL   "
                                            DELIMITED BY SIZE
                  "CAMBIA" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO.
       ESCRIBIR-ENCABEZADO-E. EXIT.


      *SECCION PROCESAR EL EXTRACTO NUEVO CONTRA LA TABLA*
       PROCESAR-EXTRACTO-NUEVO SECTION.
           MOVE 'N' TO EXTRACTO-NUE-EOF
           PERFORM UNTIL FIN-EXTRACTO-NUE
              READ ARCHIVO-EXTRACTO-NUE INTO EXTRACTO-NUEVO
                 AT END MOVE 'S' TO EXTRACTO-NUE-EOF
                 NOT AT END
                    ADD 1 TO CUENTA-LEIDOS-NUE
                    PERFORM PAREAR-REGISTRO-NUEVO
              END-READ
           END-PERFORM
           DISPLAY "REGISTROS DEL EXTRACTO NUEVO   : "
                   CUENTA-LEIDOS-NUE.
       PROCESAR-EXTRACTO-NUEVO-E. EXIT.


      *SECCION PAREAR UN REGISTRO DEL EXTRACTO NUEVO*
      *SE TOMA EL PRIMER REGISTRO ANTERIOR CON LA MISMA CLAVE QUE NO*
      *ESTE PAREADO; SIN PAREJA ES UNA FECHA AGREGADA*
       PAREAR-REGISTRO-NUEVO SECTION.
           MOVE EXT-FECHA-NUE TO CLV-FECHA
           MOVE EXT-ANCLA-ETIQUETA-NUE TO CLV-ETIQUETA
           MOVE EXT-ANCLA-FECHA-NUE TO CLV-ANCLA-FECHA
           MOVE 0 TO ANTERIOR-HALLADO
           PERFORM VARYING INDICE-ANTERIOR FROM 1 BY 1
                   UNTIL INDICE-ANTERIOR GREATER CUENTA-ANTERIOR
                      OR ANTERIOR-HALLADO GREATER 0
              IF ANT-CLAVE-TAB(INDICE-ANTERIOR) EQUAL CLAVE-PAREO-X
                 AND ANT-PAREADO-TAB(INDICE-ANTERIOR) EQUAL 'N'
                 MOVE INDICE-ANTERIOR TO ANTERIOR-HALLADO
              END-IF
           END-PERFORM

           MOVE EXT-DI-DIA-NUE TO DIF-NUE-DI-DIA
           MOVE EXT-DIA-HABIL-DIF-NUE TO DIF-NUE-HABIL
           MOVE EXT-FUTURA-NUE TO DIF-NUE-FUTURA
           MOVE EXT-LOTE-NUE TO DIF-NUE-LOTE
           MOVE EXT-CALENDARIO-NUE TO DIF-NUE-CAL
           IF ANTERIOR-HALLADO EQUAL 0
              MOVE 'A' TO TIPO-DIFERENCIA
           ELSE
              MOVE 'S' TO ANT-PAREADO-TAB(ANTERIOR-HALLADO)
              MOVE ANT-DI-DIA-TAB(ANTERIOR-HALLADO) TO DIF-ANT-DI-DIA
              MOVE ANT-HABIL-TAB(ANTERIOR-HALLADO) TO DIF-ANT-HABIL
              MOVE ANT-FUTURA-TAB(ANTERIOR-HALLADO) TO DIF-ANT-FUTURA
              MOVE ANT-LOTE-TAB(ANTERIOR-HALLADO) TO DIF-ANT-LOTE
              MOVE ANT-CAL-TAB(ANTERIOR-HALLADO) TO DIF-ANT-CAL
              IF DIF-ANT-DI-DIA NOT EQUAL DIF-NUE-DI-DIA OR
                 DIF-ANT-HABIL NOT EQUAL DIF-NUE-HABIL OR
                 DIF-ANT-FUTURA NOT EQUAL DIF-NUE-FUTURA
                 MOVE 'C' TO TIPO-DIFERENCIA
              ELSE
                 MOVE 'I' TO TIPO-DIFERENCIA
              END-IF
           END-IF
           IF NOT DIF-IGUAL
              PERFORM LISTAR-DIFERENCIA
           END-IF
           PERFORM ACUMULAR-DIFERENCIA.
       PAREAR-REGISTRO-NUEVO-E. EXIT.


      *SECCION LISTAR LAS FECHAS DEL ANTERIOR QUE QUEDARON SIN PAREJA*
       LISTAR-BAJAS SECTION.
           MOVE 'B' TO TIPO-DIFERENCIA
           PERFORM VARYING INDICE-ANTERIOR FROM 1 BY 1
                   UNTIL INDICE-ANTERIOR GREATER CUENTA-ANTERIOR
              IF ANT-PAREADO-TAB(INDICE-ANTERIOR) EQUAL 'N'
                 MOVE ANT-CLAVE-TAB(INDICE-ANTERIOR) TO CLAVE-PAREO-X
                 MOVE ANT-DI-DIA-TAB(INDICE-ANTERIOR) TO DIF-ANT-DI-DIA
                 MOVE ANT-HABIL-TAB(INDICE-ANTERIOR) TO DIF-ANT-HABIL
                 MOVE ANT-FUTURA-TAB(INDICE-ANTERIOR)
                    TO DIF-ANT-FUTURA
                 MOVE ANT-LOTE-TAB(INDICE-ANTERIOR) TO DIF-ANT-LOTE
                 MOVE ANT-CAL-TAB(INDICE-ANTERIOR) TO DIF-ANT-CAL
                 PERFORM LISTAR-DIFERENCIA
                 PERFORM ACUMULAR-DIFERENCIA
              END-IF
           END-PERFORM.
       LISTAR-BAJAS-E. EXIT.


      *SECCION LISTAR UNA DIFERENCIA*
      *UNA ALTA NO TRAE VALORES ANTERIORES Y UNA BAJA NO TRAE NUEVOS;*
      *UN CAMBIO MARCA QUE CAMPOS DIFIEREN (D = DI-DIA, H = DIAS*
      *HABILES, F = ANCLA FUTURA)*
       LISTAR-DIFERENCIA SECTION.
           MOVE SPACES TO LINEA-LISTADO
           EVALUATE TRUE
              WHEN DIF-ALTA   MOVE "ALTA"   TO LINEA-LISTADO(1:6)
              WHEN DIF-BAJA   MOVE "BAJA"   TO LINEA-LISTADO(1:6)
              WHEN DIF-CAMBIO MOVE "CAMBIO" TO LINEA-LISTADO(1:6)
           END-EVALUATE
           MOVE CLV-FECHA TO LINEA-LISTADO(8:8)
           MOVE CLV-ETIQUETA TO LINEA-LISTADO(17:12)
           MOVE CLV-ANCLA-FECHA TO LINEA-LISTADO(30:8)
           IF NOT DIF-ALTA
              MOVE DIF-ANT-DI-DIA TO LINEA-LISTADO(39:6)
              MOVE DIF-ANT-HABIL TO LINEA-LISTADO(46:6)
              MOVE DIF-ANT-FUTURA TO LINEA-LISTADO(54:1)
              MOVE DIF-ANT-LOTE TO LINEA-LISTADO(56:6)
              MOVE DIF-ANT-CAL TO LINEA-LISTADO(63:4)
           END-IF
           IF NOT DIF-BAJA
              MOVE DIF-NUE-DI-DIA TO LINEA-LISTADO(68:6)
              MOVE DIF-NUE-HABIL TO LINEA-LISTADO(75:6)
              MOVE DIF-NUE-FUTURA TO LINEA-LISTADO(83:1)
              MOVE DIF-NUE-LOTE TO LINEA-LISTADO(85:6)
              MOVE DIF-NUE-CAL TO LINEA-LISTADO(92:4)
           END-IF
           IF DIF-CAMBIO
              IF DIF-ANT-DI-DIA NOT EQUAL DIF-NUE-DI-DIA
                 MOVE 'D' TO LINEA-LISTADO(98:1)
              END-IF
              IF DIF-ANT-HABIL NOT EQUAL DIF-NUE-HABIL
                 MOVE 'H' TO LINEA-LISTADO(100:1)
              END-IF
              IF DIF-ANT-FUTURA NOT EQUAL DIF-NUE-FUTURA
                 MOVE 'F' TO LINEA-LISTADO(102:1)
              END-IF
           END-IF
           PERFORM ESCRIBIR-LINEA-LISTADO.
       LISTAR-DIFERENCIA-E. EXIT.


      *SECCION ACUMULAR LA DIFERENCIA POR ETIQUETA Y POR MES*
       ACUMULAR-DIFERENCIA SECTION.
           PERFORM BUSCAR-GRUPO
           MOVE CLV-FECHA(1:6) TO ANIO-MES-BUSCADO
           PERFORM BUSCAR-MES
           EVALUATE TRUE
              WHEN DIF-ALTA
                 ADD 1 TO CUENTA-ALTAS
                 IF INDICE-GRUPO-HALLADO GREATER 0
                    ADD 1 TO GRP-ALTAS(INDICE-GRUPO-HALLADO)
                 END-IF
                 IF INDICE-MES-HALLADO GREATER 0
                    ADD 1 TO MES-ALTAS(INDICE-MES-HALLADO)
                 END-IF
              WHEN DIF-BAJA
                 ADD 1 TO CUENTA-BAJAS
                 IF INDICE-GRUPO-HALLADO GREATER 0
                    ADD 1 TO GRP-BAJAS(INDICE-GRUPO-HALLADO)
                 END-IF
                 IF INDICE-MES-HALLADO GREATER 0
                    ADD 1 TO MES-BAJAS(INDICE-MES-HALLADO)
                 END-IF
              WHEN DIF-CAMBIO
                 ADD 1 TO CUENTA-CAMBIOS
                 IF INDICE-GRUPO-HALLADO GREATER 0
                    ADD 1 TO GRP-CAMBIOS(INDICE-GRUPO-HALLADO)
                 END-IF
                 IF INDICE-MES-HALLADO GREATER 0
                    ADD 1 TO MES-CAMBIOS(INDICE-MES-HALLADO)
                 END-IF
              WHEN DIF-IGUAL
                 ADD 1 TO CUENTA-IGUALES
                 IF INDICE-GRUPO-HALLADO GREATER 0
                    ADD 1 TO GRP-IGUALES(INDICE-GRUPO-HALLADO)
                 END-IF
                 IF INDICE-MES-HALLADO GREATER 0
                    ADD 1 TO MES-IGUALES(INDICE-MES-HALLADO)
                 END-IF
           END-EVALUATE.
       ACUMULAR-DIFERENCIA-E. EXIT.


      *SECCION BUSCAR (O AGREGAR) LA ETIQUETA EN LA TABLA DE GRUPOS*
       BUSCAR-GRUPO SECTION.
           MOVE 0 TO INDICE-GRUPO-HALLADO
           PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
                   UNTIL INDICE-GRUPO GREATER CUENTA-GRUPOS
                      OR INDICE-GRUPO-HALLADO GREATER 0
              IF GRP-ETIQUETA(INDICE-GRUPO) EQUAL CLV-ETIQUETA
                 MOVE INDICE-GRUPO TO INDICE-GRUPO-HALLADO
              END-IF
           END-PERFORM
           IF INDICE-GRUPO-HALLADO EQUAL 0
              IF CUENTA-GRUPOS LESS MAX-GRUPOS
                 ADD 1 TO CUENTA-GRUPOS
                 INITIALIZE GRUPO-ENT(CUENTA-GRUPOS)
                 MOVE CLV-ETIQUETA TO GRP-ETIQUETA(CUENTA-GRUPOS)
                 MOVE CUENTA-GRUPOS TO INDICE-GRUPO-HALLADO
              ELSE
                 DISPLAY "ADVERTENCIA: MAS DE " MAX-GRUPOS
                         " ETIQUETAS DE ANCLA; NO SE TOTALIZA: "
                         CLV-ETIQUETA
              END-IF
           END-IF.
       BUSCAR-GRUPO-E. EXIT.


      *SECCION BUSCAR (O INSERTAR EN ORDEN) EL MES EN LA TABLA*
       BUSCAR-MES SECTION.
           MOVE 0 TO INDICE-MES-HALLADO
           COMPUTE POSICION-MES-NUEVO = CUENTA-MESES + 1
           PERFORM VARYING INDICE-MES FROM 1 BY 1
                   UNTIL INDICE-MES GREATER CUENTA-MESES
                      OR INDICE-MES-HALLADO GREATER 0
              IF MES-ANIO-MES(INDICE-MES) EQUAL ANIO-MES-BUSCADO
                 MOVE INDICE-MES TO INDICE-MES-HALLADO
              END-IF
              IF MES-ANIO-MES(INDICE-MES) GREATER ANIO-MES-BUSCADO
                 AND POSICION-MES-NUEVO GREATER CUENTA-MESES
                 MOVE INDICE-MES TO POSICION-MES-NUEVO
              END-IF
           END-PERFORM
           IF INDICE-MES-HALLADO EQUAL 0
              IF CUENTA-MESES LESS MAX-MESES
      *LOS MESES POSTERIORES AL NUEVO SE CORREN UN LUGAR*
                 MOVE POSICION-MES-NUEVO TO INDICE-MES-HALLADO
                 PERFORM VARYING INDICE-MES FROM CUENTA-MESES BY -1
                         UNTIL INDICE-MES LESS 1
                            OR INDICE-MES LESS INDICE-MES-HALLADO
                    MOVE MES-ENT(INDICE-MES) TO MES-ENT(INDICE-MES + 1)
                 END-PERFORM
                 ADD 1 TO CUENTA-MESES
                 INITIALIZE MES-ENT(INDICE-MES-HALLADO)
                 MOVE ANIO-MES-BUSCADO
                    TO MES-ANIO-MES(INDICE-MES-HALLADO)
              ELSE
                 DISPLAY "ADVERTENCIA: MAS DE " MAX-MESES
                         " MESES; NO SE TOTALIZA: " ANIO-MES-BUSCADO
              END-IF
           END-IF.
       BUSCAR-MES-E. EXIT.


      *SECCION ESCRIBIR LOS TOTALES POR ETIQUETA, POR MES Y GENERALES*
       ESCRIBIR-TOTALES SECTION.
           MOVE SPACES TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE "=========== TOTALES POR ETIQUETA DE ANCLA ==========="
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE "ETIQUETA        ALTAS   BAJAS CAMBIOS IGUALES"
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
                   UNTIL INDICE-GRUPO GREATER CUENTA-GRUPOS
              MOVE SPACES TO LINEA-LISTADO
              MOVE GRP-ETIQUETA(INDICE-GRUPO) TO LINEA-LISTADO(1:12)
              MOVE GRP-ALTAS(INDICE-GRUPO) TO LINEA-LISTADO(16:6)
              MOVE GRP-BAJAS(INDICE-GRUPO) TO LINEA-LISTADO(24:6)
              MOVE GRP-CAMBIOS(INDICE-GRUPO) TO LINEA-LISTADO(32:6)
              MOVE GRP-IGUALES(INDICE-GRUPO) TO LINEA-LISTADO(40:6)
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-PERFORM

           MOVE SPACES TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE "================== TOTALES POR MES =================="
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE "MES             ALTAS   BAJAS CAMBIOS IGUALES"
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           PERFORM VARYING INDICE-MES FROM 1 BY 1
                   UNTIL INDICE-MES GREATER CUENTA-MESES
              MOVE SPACES TO LINEA-LISTADO
              MOVE MES-ANIO-MES(INDICE-MES)(1:4) TO LINEA-LISTADO(1:4)
              MOVE '/' TO LINEA-LISTADO(5:1)
              MOVE MES-ANIO-MES(INDICE-MES)(5:2) TO LINEA-LISTADO(6:2)
              MOVE MES-ALTAS(INDICE-MES) TO LINEA-LISTADO(16:6)
              MOVE MES-BAJAS(INDICE-MES) TO LINEA-LISTADO(24:6)
              MOVE MES-CAMBIOS(INDICE-MES) TO LINEA-LISTADO(32:6)
              MOVE MES-IGUALES(INDICE-MES) TO LINEA-LISTADO(40:6)
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-PERFORM

           MOVE SPACES TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "LEIDOS ANTERIOR " DELIMITED BY SIZE
                  CUENTA-LEIDOS-ANT DELIMITED BY SIZE
                  "  NUEVO " DELIMITED BY SIZE
                  CUENTA-LEIDOS-NUE DELIMITED BY SIZE
                  "  ALTAS " DELIMITED BY SIZE
                  CUENTA-ALTAS DELIMITED BY SIZE
                  "  BAJAS " DELIMITED BY SIZE
                  CUENTA-BAJAS DELIMITED BY SIZE
                  "  CAMBIOS " DELIMITED BY SIZE
                  CUENTA-CAMBIOS DELIMITED BY SIZE
                  "  IGUALES " DELIMITED BY SIZE
                  CUENTA-IGUALES DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           DISPLAY "FECHAS AGREGADAS     : " CUENTA-ALTAS
           DISPLAY "FECHAS QUITADAS      : " CUENTA-BAJAS
           DISPLAY "PARES CON CAMBIOS    : " CUENTA-CAMBIOS
           DISPLAY "PARES IGUALES        : " CUENTA-IGUALES.
       ESCRIBIR-TOTALES-E. EXIT.


      *SECCION ESCRIBIR UNA LINEA EN EL LISTADO*
       ESCRIBIR-LINEA-LISTADO SECTION.
           MOVE LINEA-LISTADO TO REG-LISTADO
           WRITE REG-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: FALLA AL ESCRIBIR LISTDEL, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ESCRIBIR-LINEA-LISTADO-E. EXIT.
