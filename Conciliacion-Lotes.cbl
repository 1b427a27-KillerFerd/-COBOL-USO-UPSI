      ******************************************************************
      * FECHA       : 01/10/2026                                       *
      * PROGRAMADOR : JOSUE FERNANDO DONIS ALVARADO                    *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUI3109                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CONCILIACION DE CIFRAS DE CONTROL POR LOTE ENTRE*
      *               LOS ARCHIVOS QUE EDUI3097 ESTAMPA CON SU        *
      *               LOTE-CONTROL. PARA UN LOTE O UN RANGO DE FECHAS *
      *               DE CORRIDA SE TOMA DE BITACORA EL ULTIMO        *
      *               REGISTRO DE CADA LOTE (EN UN REINICIO TRAE LOS  *
      *               ACUMULADOS) Y SE VERIFICA: BIT-ACEPTADAS CONTRA *
      *               LOS REGISTROS DEL EXTRACTO DE CADA ANCLA,       *
      *               BIT-RECHAZADAS Y BIT-DUPLICADAS CONTRA LAS      *
      *               ENTRADAS DE RECHAZOS CON ESE LOTE, QUE CADA     *
      *               REGISTRO DEL MAESTRO CON ESE LOTE CORRESPONDA A *
      *               UNA FECHA/ANCLA ACEPTADA Y AL CALENDARIO DE LA  *
      *               CORRIDA, Y QUE EL REPORTE TENGA LINEAS DEL LOTE *
      *               Y SU CONCILIACION CUADRE. UN LOTE DEL EXTRACTO O*
      *               DEL REPORTE SIN CORRIDA EN BITACORA TAMPOCO     *
      *               CUADRA. SE LISTAN TODOS LOS LOTES Y, DE LOS QUE *
      *               NO CUADRAN, CADA DIFERENCIA.                    *
      *               CODIGO DE RETORNO: 0 TODO CUADRA, 4 AVISOS (SIN *
      *               LOTES QUE REVISAR O SIN MAESTRO), 8 ALGUN LOTE  *
      *               NO CUADRA, 12 ERROR DE ARCHIVO O DE TARJETA     *
      *               NOTA: UNA CORRIDA EN MODO REPROCESO QUE VUELVE A*
      *               RECHAZAR UNA ENTRADA PENDIENTE LE CAMBIA EL     *
      *               LOTE, ASI QUE LOS RECHAZOS DE UN LOTE SE        *
      *               CONCILIAN ANTES DEL SIGUIENTE REPROCESO         *
      * ARCHIVOS    : BITACORA- HISTORIAL DE CORRIDAS (ENTRADA, COPY  *
      *                         BITAREG)                              *
      *               EXTRACTO- EXTRACTO DE EDUI3097 (ENTRADA, COPY   *
      *                         EXTRAREG)                             *
      *               RECHAZOS- MAESTRO DE SUSPENSO (ENTRADA, COPY    *
      *                         RECHAREG)                             *
      *               MAESTRO - RESULTADOS DE EDUI3097 (INDEXADO,     *
      *                         COPY MAESTREG; ENTRADA)               *
      *               REPORTE - REPORTE DE EDUI3097 (ENTRADA, LOTE EN *
      *                         LAS POSICIONES 895-900)               *
      *               LISTCON - LISTADO DE CONCILIACION (SALIDA)      *
      * TARJETAS    : UNA TARJETA DE CONTROL OPCIONAL EN SYSIN:       *
      *               01-06 LOTE (BLANCO = POR RANGO DE FECHAS)       *
      *               08-15 FECHA DE CORRIDA DESDE YYYYMMDD           *
      *                     (0 = SIN LIMITE)                          *
      *               17-24 FECHA DE CORRIDA HASTA YYYYMMDD           *
      *                     (0 = SIN LIMITE)                          *
      *               SIN TARJETA SE CONCILIAN TODOS LOS LOTES        *
      *-----------------------------------------------------------------
      * BITACORA DE CAMBIOS                                            *
      * 01/10/2026 - VERSION INICIAL                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3109.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-BITACORA ASSIGN TO "BITACORA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-BITACORA.
           SELECT ARCHIVO-EXTRACTO ASSIGN TO "EXTRACTO"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-EXTRACTO.
           SELECT ARCHIVO-RECHAZOS ASSIGN TO "RECHAZOS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-RECHAZOS.
           SELECT ARCHIVO-MAESTRO ASSIGN TO "MAESTRO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MAE-LLAVE
                  FILE STATUS IS EST-ARCHIVO-MAESTRO.
           SELECT ARCHIVO-REPORTE ASSIGN TO "REPORTE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-REPORTE.
           SELECT ARCHIVO-LISTADO ASSIGN TO "LISTCON"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-LISTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-BITACORA
           RECORDING MODE IS F.
       COPY BITAREG.

       FD  ARCHIVO-EXTRACTO
           RECORDING MODE IS F.
       COPY EXTRAREG.

       FD  ARCHIVO-RECHAZOS
           RECORDING MODE IS F.
       COPY RECHAREG.

       FD  ARCHIVO-MAESTRO.
       COPY MAESTREG.

       FD  ARCHIVO-REPORTE
           RECORDING MODE IS F.
       01 REG-REPORTE                       PIC X(900).

       FD  ARCHIVO-LISTADO
           RECORDING MODE IS F.
       01 REG-LISTADO                       PIC X(132).
       WORKING-STORAGE SECTION.

      *TARJETA DE CONTROL DE LA CONCILIACION, LEIDA DE SYSIN*
       01 TARJETA-CONTROL.
           02 LOTE-CONTROL                  PIC X(06).
              88 SIN-LOTE-CONTROL                     VALUE SPACES.
           02 FILLER                        PIC X(01).
           02 FECHA-DESDE-CONTROL           PIC 9(08).
           02 FILLER                        PIC X(01).
           02 FECHA-HASTA-CONTROL           PIC 9(08).
           02 FILLER                        PIC X(56).

      *CAPACIDAD MAXIMA DE LOTES DISTINTOS (LA MISMA DE EDUI3104)*
       78 MAX-LOTES                         VALUE 500.

      *ANCLAS DISTINTAS POR LOTE: LAS MAX-ANCLAS DE EDUI3097*
       78 MAX-ANCLAS-LOTE                   VALUE 10.

      *CAPACIDAD MAXIMA DE PARES FECHA/ANCLA ACEPTADOS EN EL EXTRACTO*
      *DE LOS LOTES REVISADOS (DOS CORRIDAS COMPLETAS DE EDUI3097 DE*
      *500 FECHAS POR SUS 10 ANCLAS)*
       78 MAX-FECHAS-ANCLA                  VALUE 10000.

      *VARIABLES DE TRABAJO*
       01 CAMPOS-DE-TRABAJO.
          02 CONTADORES.
              04 CUENTA-BITACORA            PIC 9(06) VALUE 0.
              04 CUENTA-EXTRACTO            PIC 9(08) VALUE 0.
              04 CUENTA-RECHAZOS            PIC 9(06) VALUE 0.
              04 CUENTA-MAESTRO             PIC 9(08) VALUE 0.
              04 CUENTA-REPORTE             PIC 9(08) VALUE 0.
              04 CUENTA-SIN-LOTE            PIC 9(08) VALUE 0.
              04 CUENTA-REVISADOS           PIC 9(03) VALUE 0.
              04 CUENTA-CUADRAN             PIC 9(03) VALUE 0.
              04 CUENTA-NO-CUADRAN          PIC 9(03) VALUE 0.
              04 CUENTA-SIN-BITACORA        PIC 9(03) VALUE 0.
              04 CUENTA-DIFERENCIAS         PIC 9(06) VALUE 0.

          02 ESTADOS-ARCHIVO.
              04 EST-ARCHIVO-BITACORA       PIC X(02) VALUE '00'.
                 88 ARCHIVO-BITACORA-OK              VALUE '00'.
                 88 ARCHIVO-BITACORA-NO-EXISTE       VALUE '35'.
              04 EST-ARCHIVO-EXTRACTO       PIC X(02) VALUE '00'.
                 88 ARCHIVO-EXTRACTO-OK              VALUE '00'.
                 88 ARCHIVO-EXTRACTO-NO-EXISTE       VALUE '35'.
              04 EST-ARCHIVO-RECHAZOS       PIC X(02) VALUE '00'.
                 88 ARCHIVO-RECHAZOS-OK              VALUE '00'.
                 88 ARCHIVO-RECHAZOS-NO-EXISTE       VALUE '35'.
              04 EST-ARCHIVO-MAESTRO        PIC X(02) VALUE '00'.
                 88 ARCHIVO-MAESTRO-OK               VALUE '00'.
                 88 ARCHIVO-MAESTRO-NO-EXISTE        VALUE '35'.
              04 EST-ARCHIVO-REPORTE        PIC X(02) VALUE '00'.
                 88 ARCHIVO-REPORTE-OK               VALUE '00'.
                 88 ARCHIVO-REPORTE-NO-EXISTE        VALUE '35'.
              04 EST-ARCHIVO-LISTADO        PIC X(02) VALUE '00'.
                 88 ARCHIVO-LISTADO-OK               VALUE '00'.

          02 CONTROL-LECTURA.
              04 BITACORA-EOF               PIC X(01) VALUE 'N'.
                 88 FIN-DE-BITACORA                  VALUE 'S'.
              04 EXTRACTO-EOF               PIC X(01) VALUE 'N'.
                 88 FIN-DEL-EXTRACTO                 VALUE 'S'.
              04 RECHAZOS-EOF               PIC X(01) VALUE 'N'.
                 88 FIN-DE-RECHAZOS                  VALUE 'S'.
              04 MAESTRO-EOF                PIC X(01) VALUE 'N'.
                 88 FIN-DEL-MAESTRO                  VALUE 'S'.
              04 REPORTE-EOF                PIC X(01) VALUE 'N'.
                 88 FIN-DEL-REPORTE                  VALUE 'S'.
              04 MAESTRO-ABIERTO-SW         PIC X(01) VALUE 'N'.
                 88 MAESTRO-ABIERTO                  VALUE 'S'.

          02 FILTROS.
              04 FECHA-DESDE                PIC 9(08) VALUE 0.
              04 FECHA-HASTA                PIC 9(08) VALUE 99999999.

      *UN RENGLON POR LOTE. LOS DATOS DE BITACORA SON LOS DEL ULTIMO*
      *REGISTRO DEL LOTE (BITACORA SE GRABA EN EXTEND, EN ORDEN DE*
      *CORRIDA); LOT-ORIGEN 'H' ES UN LOTE HALLADO EN EL EXTRACTO O EN*
      *EL REPORTE SIN NINGUNA CORRIDA EN BITACORA. LAS CUENTAS DE LOS*
      *DEMAS ARCHIVOS SOLO SE ACUMULAN PARA LOS LOTES SELECCIONADOS*
          02 TABLA-LOTES.
              04 CUENTA-LOTES               PIC 9(03) VALUE 0.
              04 LOTE-ENT OCCURS MAX-LOTES.
                 05 LOT-LOTE                PIC X(06).
                 05 LOT-ORIGEN              PIC X(01).
                    88 LOTE-DE-BITACORA              VALUE 'B'.
                    88 LOTE-SIN-BITACORA             VALUE 'H'.
                 05 LOT-SELECCIONADO        PIC X(01).
                    88 LOTE-SELECCIONADO             VALUE 'S'.
                 05 LOT-CORRIDAS            PIC 9(03).
                 05 LOT-FECHA-CORRIDA       PIC 9(08).
                 05 LOT-FECHA-ANCLA         PIC 9(08).
                 05 LOT-ACEPTADAS           PIC 9(06).
                 05 LOT-RECHAZADAS          PIC 9(06).
                 05 LOT-DUPLICADAS          PIC 9(06).
                 05 LOT-CONDICION           PIC 9(02).
                 05 LOT-CALENDARIO          PIC X(04).
                 05 LOT-EXTRACTO            PIC 9(06).
                 05 LOT-ANCLAS-EXCEDIDAS    PIC 9(06).
                 05 LOT-RCH-RECHAZADAS      PIC 9(06).
                 05 LOT-RCH-DUPLICADAS      PIC 9(06).
                 05 LOT-MAESTRO             PIC 9(06).
                 05 LOT-MAE-SIN-FECHA       PIC 9(06).
                 05 LOT-MAE-OTRO-CAL        PIC 9(06).
                 05 LOT-REPORTE             PIC 9(06).
                 05 LOT-CONCILIACION        PIC X(01).
                    88 REPORTE-SIN-CONCILIACION      VALUE ' '.
                    88 REPORTE-CUADRA                VALUE 'C'.
                    88 REPORTE-NO-CUADRA             VALUE 'N'.
                 05 LOT-CUENTA-ANCLAS       PIC 9(02).
                 05 LOT-ANCLA-ENT OCCURS MAX-ANCLAS-LOTE.
                    06 LAN-ETIQUETA         PIC X(12).
                    06 LAN-FECHA            PIC 9(08).
                    06 LAN-REGISTROS        PIC 9(06).
              04 INDICE-LOTE                PIC 9(03).
              04 INDICE-LOTE-HALLADO        PIC 9(03) VALUE 0.
              04 LOTE-BUSCADO               PIC X(06).
              04 INDICE-ANCLA               PIC 9(02).
              04 INDICE-ANCLA-HALLADO       PIC 9(02) VALUE 0.
              04 ANCLA-PRINCIPAL-SW         PIC X(01) VALUE 'N'.
                 88 HAY-ANCLA-PRINCIPAL              VALUE 'S'.

      *PARES FECHA/ANCLA DEL EXTRACTO DE LOS LOTES SELECCIONADOS, PARA*
      *VERIFICAR QUE CADA REGISTRO DEL MAESTRO DEL LOTE CORRESPONDE A*
      *UNA FECHA ACEPTADA*
          02 TABLA-FECHAS-ANCLA.
              04 CUENTA-FECHAS-ANCLA        PIC 9(05) VALUE 0.
              04 FAN-CLAVE-TAB              PIC X(19)
                                             OCCURS MAX-FECHAS-ANCLA.
              04 INDICE-FECHA-ANCLA         PIC 9(05).
              04 FECHA-ANCLA-HALLADA-SW     PIC X(01) VALUE 'N'.
                 88 FECHA-ANCLA-HALLADA              VALUE 'S'.

      *CLAVE DE BUSQUEDA: LOTE (POR SU INDICE), FECHA Y ANCLA*
          02 CLAVE-FECHA-ANCLA.
              04 CLV-INDICE-LOTE            PIC 9(03).
              04 CLV-FECHA                  PIC 9(08).
              04 CLV-ANCLA                  PIC 9(08).
          02 CLAVE-FECHA-ANCLA-X REDEFINES CLAVE-FECHA-ANCLA
                                            PIC X(19).

      *DIFERENCIA A LISTAR: DESCRIPCION DEL CHEQUEO, CIFRA HALLADA Y*
      *CIFRA ESPERADA; SIN CIFRAS SOLO SE LISTA LA DESCRIPCION*
          02 DIFERENCIA.
              04 DIF-DESCRIPCION            PIC X(40).
              04 DIF-HALLADOS               PIC 9(06).
              04 DIF-ESPERADOS              PIC 9(06).
              04 DIF-CALCULADA              PIC S9(07).
              04 DIF-EDITADA                PIC -(07)9.
              04 DIF-CIFRAS-SW              PIC X(01).
                 88 DIF-CON-CIFRAS                   VALUE 'S'.
          02 LOTE-CUADRA-SW                 PIC X(01).
             88 LOTE-CUADRA                          VALUE 'S'.
          02 MAXIMO-MAESTRO                 PIC 9(06).

          02 LINEA-LISTADO                  PIC X(132).
       PROCEDURE DIVISION.

      *SECCION PRINCIPAL*
       PRINCIPAL SECTION.
           PERFORM LEER-TARJETA-CONTROL
           PERFORM ABRIR-LISTADO
           PERFORM CARGAR-BITACORA
           PERFORM LEER-EXTRACTO
           PERFORM LEER-RECHAZOS
           PERFORM LEER-MAESTRO
           PERFORM LEER-REPORTE
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM VARYING INDICE-LOTE FROM 1 BY 1
                   UNTIL INDICE-LOTE GREATER CUENTA-LOTES
              IF LOTE-SELECCIONADO(INDICE-LOTE)
                 PERFORM CONCILIAR-LOTE
              END-IF
           END-PERFORM
           PERFORM ESCRIBIR-TOTALES
           CLOSE ARCHIVO-LISTADO
           IF CUENTA-NO-CUADRAN GREATER 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF CUENTA-REVISADOS EQUAL 0 OR NOT MAESTRO-ABIERTO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.


      *SECCION LEER Y VALIDAR LA TARJETA DE CONTROL*
      *LA TARJETA ES OPCIONAL: EN BLANCO SE REVISAN TODOS LOS LOTES*
       LEER-TARJETA-CONTROL SECTION.
           MOVE SPACES TO TARJETA-CONTROL
           ACCEPT TARJETA-CONTROL FROM SYSIN
           IF FECHA-DESDE-CONTROL NUMERIC
              MOVE FECHA-DESDE-CONTROL TO FECHA-DESDE
           ELSE
              IF FECHA-DESDE-CONTROL NOT EQUAL SPACES
                 DISPLAY "ERROR: FECHA DESDE NO NUMERICA EN LA TARJETA "
                         "DE CONTROL: " TARJETA-CONTROL
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF FECHA-HASTA-CONTROL NUMERIC
              IF FECHA-HASTA-CONTROL GREATER 0
                 MOVE FECHA-HASTA-CONTROL TO FECHA-HASTA
              END-IF
           ELSE
              IF FECHA-HASTA-CONTROL NOT EQUAL SPACES
                 DISPLAY "ERROR: FECHA HASTA NO NUMERICA EN LA TARJETA "
                         "DE CONTROL: " TARJETA-CONTROL
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF FECHA-DESDE GREATER FECHA-HASTA
              DISPLAY "ERROR: FECHA DESDE MAYOR QUE FECHA HASTA: "
                      TARJETA-CONTROL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "LOTE '" LOTE-CONTROL "' CORRIDAS DESDE "
                   FECHA-DESDE " HASTA " FECHA-HASTA.
       LEER-TARJETA-CONTROL-E. EXIT.


      *SECCION ABRIR EL LISTADO DE SALIDA*
       ABRIR-LISTADO SECTION.
           OPEN OUTPUT ARCHIVO-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR LISTCON, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ABRIR-LISTADO-E. EXIT.


      *SECCION CARGAR LOS LOTES DE BITACORA*
      *CADA REGISTRO REEMPLAZA LAS CIFRAS DEL ANTERIOR DEL MISMO LOTE:*
      *EL ULTIMO ES EL QUE TRAE LOS ACUMULADOS DE UN REINICIO. UN LOTE*
      *SE SELECCIONA POR LA FECHA DE SU ULTIMA CORRIDA*
       CARGAR-BITACORA SECTION.
           OPEN INPUT ARCHIVO-BITACORA
           IF ARCHIVO-BITACORA-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE BITACORA; SIN ELLA NO HAY "
                      "CIFRAS DE CONTROL QUE CONCILIAR"
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
                    ADD 1 TO CUENTA-BITACORA
                    IF BIT-LOTE EQUAL SPACES
                       ADD 1 TO CUENTA-SIN-LOTE
                    ELSE
                       MOVE BIT-LOTE TO LOTE-BUSCADO
                       PERFORM BUSCAR-LOTE
                       IF INDICE-LOTE-HALLADO EQUAL 0
                          PERFORM AGREGAR-LOTE
                          MOVE 'B' TO LOT-ORIGEN(INDICE-LOTE-HALLADO)
                       END-IF
                       ADD 1 TO LOT-CORRIDAS(INDICE-LOTE-HALLADO)
                       MOVE BIT-FECHA-CORRIDA
                          TO LOT-FECHA-CORRIDA(INDICE-LOTE-HALLADO)
                       MOVE BIT-FECHA-ANCLA
                          TO LOT-FECHA-ANCLA(INDICE-LOTE-HALLADO)
                       MOVE BIT-ACEPTADAS
                          TO LOT-ACEPTADAS(INDICE-LOTE-HALLADO)
                       MOVE BIT-RECHAZADAS
                          TO LOT-RECHAZADAS(INDICE-LOTE-HALLADO)
                       MOVE BIT-DUPLICADAS
                          TO LOT-DUPLICADAS(INDICE-LOTE-HALLADO)
                       MOVE BIT-CONDICION
                          TO LOT-CONDICION(INDICE-LOTE-HALLADO)
                       MOVE BIT-CALENDARIO
                          TO LOT-CALENDARIO(INDICE-LOTE-HALLADO)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCHIVO-BITACORA

           PERFORM VARYING INDICE-LOTE FROM 1 BY 1
                   UNTIL INDICE-LOTE GREATER CUENTA-LOTES
              IF SIN-LOTE-CONTROL
                 IF LOT-FECHA-CORRIDA(INDICE-LOTE) NOT LESS
                    FECHA-DESDE AND
                    LOT-FECHA-CORRIDA(INDICE-LOTE) NOT GREATER
                    FECHA-HASTA
                    MOVE 'S' TO LOT-SELECCIONADO(INDICE-LOTE)
                 END-IF
              ELSE
                 IF LOT-LOTE(INDICE-LOTE) EQUAL LOTE-CONTROL
                    MOVE 'S' TO LOT-SELECCIONADO(INDICE-LOTE)
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY "CORRIDAS LEIDAS DE BITACORA: " CUENTA-BITACORA
                   " LOTES DISTINTOS: " CUENTA-LOTES.
       CARGAR-BITACORA-E. EXIT.


      *SECCION BUSCAR LOTE-BUSCADO EN LA TABLA DE LOTES*
       BUSCAR-LOTE SECTION.
           MOVE 0 TO INDICE-LOTE-HALLADO
           PERFORM VARYING INDICE-LOTE FROM 1 BY 1
                   UNTIL INDICE-LOTE GREATER CUENTA-LOTES
                      OR INDICE-LOTE-HALLADO GREATER 0
              IF LOT-LOTE(INDICE-LOTE) EQUAL LOTE-BUSCADO
                 MOVE INDICE-LOTE TO INDICE-LOTE-HALLADO
              END-IF
           END-PERFORM.
       BUSCAR-LOTE-E. EXIT.


      *SECCION AGREGAR LOTE-BUSCADO A LA TABLA DE LOTES*
       AGREGAR-LOTE SECTION.
           IF CUENTA-LOTES NOT LESS MAX-LOTES
              DISPLAY "ERROR: LOS ARCHIVOS EXCEDEN EL LIMITE DE "
                      MAX-LOTES " LOTES DISTINTOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO CUENTA-LOTES
           INITIALIZE LOTE-ENT(CUENTA-LOTES)
           MOVE LOTE-BUSCADO TO LOT-LOTE(CUENTA-LOTES)
           MOVE 'N' TO LOT-SELECCIONADO(CUENTA-LOTES)
           MOVE CUENTA-LOTES TO INDICE-LOTE-HALLADO.
       AGREGAR-LOTE-E. EXIT.


      *SECCION BUSCAR O REGISTRAR UN LOTE QUE NO VIENE DE BITACORA*
      *UN LOTE DEL EXTRACTO O DEL REPORTE SIN CORRIDA EN BITACORA SE*
      *AGREGA COMO HUERFANO SI CORRESPONDE A LO PEDIDO: EN UNA*
      *CONCILIACION POR RANGO NO HAY FECHA CON QUE DESCARTARLO*
       UBICAR-LOTE-ARCHIVO SECTION.
           PERFORM BUSCAR-LOTE
           IF INDICE-LOTE-HALLADO EQUAL 0
              IF SIN-LOTE-CONTROL OR LOTE-BUSCADO EQUAL LOTE-CONTROL
                 PERFORM AGREGAR-LOTE
                 MOVE 'H' TO LOT-ORIGEN(INDICE-LOTE-HALLADO)
                 MOVE 'S' TO LOT-SELECCIONADO(INDICE-LOTE-HALLADO)
              END-IF
           END-IF.
       UBICAR-LOTE-ARCHIVO-E. EXIT.


      *SECCION LEER EL EXTRACTO Y CONTAR LOS REGISTROS POR LOTE/ANCLA*
       LEER-EXTRACTO SECTION.
           OPEN INPUT ARCHIVO-EXTRACTO
           IF ARCHIVO-EXTRACTO-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE EL ARCHIVO EXTRACTO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT ARCHIVO-EXTRACTO-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR EXTRACTO, ESTADO "
                      EST-ARCHIVO-EXTRACTO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO EXTRACTO-EOF
           PERFORM UNTIL FIN-DEL-EXTRACTO
              READ ARCHIVO-EXTRACTO
                 AT END MOVE 'S' TO EXTRACTO-EOF
                 NOT AT END
                    ADD 1 TO CUENTA-EXTRACTO
                    IF EXT-LOTE EQUAL SPACES
                       ADD 1 TO CUENTA-SIN-LOTE
                    ELSE
                       MOVE EXT-LOTE TO LOTE-BUSCADO
                       PERFORM UBICAR-LOTE-ARCHIVO
                       IF INDICE-LOTE-HALLADO GREATER 0
                          IF LOTE-SELECCIONADO(INDICE-LOTE-HALLADO)
                             PERFORM ACUMULAR-EXTRACTO
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCHIVO-EXTRACTO
           DISPLAY "REGISTROS LEIDOS DEL EXTRACTO: " CUENTA-EXTRACTO.
       LEER-EXTRACTO-E. EXIT.


      *SECCION ACUMULAR UN REGISTRO DEL EXTRACTO EN SU LOTE*
      *SE CUENTA POR ETIQUETA Y FECHA DE ANCLA, Y SE GUARDA EL PAR*
      *FECHA/ANCLA PARA LA VERIFICACION DEL MAESTRO*
       ACUMULAR-EXTRACTO SECTION.
           ADD 1 TO LOT-EXTRACTO(INDICE-LOTE-HALLADO)
           MOVE 0 TO INDICE-ANCLA-HALLADO
           PERFORM VARYING INDICE-ANCLA FROM 1 BY 1
                   UNTIL INDICE-ANCLA GREATER
                         LOT-CUENTA-ANCLAS(INDICE-LOTE-HALLADO)
                      OR INDICE-ANCLA-HALLADO GREATER 0
              IF LAN-ETIQUETA(INDICE-LOTE-HALLADO, INDICE-ANCLA)
                 EQUAL EXT-ANCLA-ETIQUETA AND
                 LAN-FECHA(INDICE-LOTE-HALLADO, INDICE-ANCLA)
                 EQUAL EXT-ANCLA-FECHA
                 MOVE INDICE-ANCLA TO INDICE-ANCLA-HALLADO
              END-IF
           END-PERFORM
           IF INDICE-ANCLA-HALLADO EQUAL 0
              IF LOT-CUENTA-ANCLAS(INDICE-LOTE-HALLADO) LESS
                 MAX-ANCLAS-LOTE
                 ADD 1 TO LOT-CUENTA-ANCLAS(INDICE-LOTE-HALLADO)
                 MOVE LOT-CUENTA-ANCLAS(INDICE-LOTE-HALLADO)
                    TO INDICE-ANCLA-HALLADO
                 MOVE EXT-ANCLA-ETIQUETA
                    TO LAN-ETIQUETA(INDICE-LOTE-HALLADO,
                                    INDICE-ANCLA-HALLADO)
                 MOVE EXT-ANCLA-FECHA
                    TO LAN-FECHA(INDICE-LOTE-HALLADO,
                                 INDICE-ANCLA-HALLADO)
                 MOVE 0 TO LAN-REGISTROS(INDICE-LOTE-HALLADO,
                                         INDICE-ANCLA-HALLADO)
              ELSE
                 ADD 1 TO LOT-ANCLAS-EXCEDIDAS(INDICE-LOTE-HALLADO)
              END-IF
           END-IF
           IF INDICE-ANCLA-HALLADO GREATER 0
              ADD 1 TO LAN-REGISTROS(INDICE-LOTE-HALLADO,
                                     INDICE-ANCLA-HALLADO)
           END-IF

           IF CUENTA-FECHAS-ANCLA NOT LESS MAX-FECHAS-ANCLA
              DISPLAY "ERROR: EL EXTRACTO DE LOS LOTES PEDIDOS PASA DE "
                      MAX-FECHAS-ANCLA " REGISTROS; ACOTE EL RANGO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO CUENTA-FECHAS-ANCLA
           MOVE INDICE-LOTE-HALLADO TO CLV-INDICE-LOTE
           MOVE EXT-FECHA TO CLV-FECHA
           MOVE EXT-ANCLA-FECHA TO CLV-ANCLA
           MOVE CLAVE-FECHA-ANCLA-X
              TO FAN-CLAVE-TAB(CUENTA-FECHAS-ANCLA).
       ACUMULAR-EXTRACTO-E. EXIT.


      *SECCION LEER RECHAZOS Y CONTAR LAS ENTRADAS DE CADA LOTE*
      *LAS ENTRADAS REPROCESADAS TERMINARON ACEPTADAS Y NO CUENTAN;*
      *LAS DE MOTIVO 09 SON LAS FECHAS DUPLICADAS DEL LOTE. SI NO*
      *EXISTE EL ARCHIVO SE CONCILIA COMO SI ESTUVIERA VACIO*
       LEER-RECHAZOS SECTION.
           OPEN INPUT ARCHIVO-RECHAZOS
           IF ARCHIVO-RECHAZOS-NO-EXISTE
              DISPLAY "AVISO: NO EXISTE EL ARCHIVO RECHAZOS; SE "
                      "CONCILIA SIN ENTRADAS EN SUSPENSO"
           ELSE
           IF NOT ARCHIVO-RECHAZOS-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR RECHAZOS, ESTADO "
                      EST-ARCHIVO-RECHAZOS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           ELSE
              MOVE 'N' TO RECHAZOS-EOF
              PERFORM UNTIL FIN-DE-RECHAZOS
                 READ ARCHIVO-RECHAZOS
                    AT END MOVE 'S' TO RECHAZOS-EOF
                    NOT AT END
                       ADD 1 TO CUENTA-RECHAZOS
                       IF RCH-LOTE NOT EQUAL SPACES AND
                          NOT RECHAZO-REPROCESADO
                          MOVE RCH-LOTE TO LOTE-BUSCADO
                          PERFORM BUSCAR-LOTE
                          IF INDICE-LOTE-HALLADO GREATER 0
                             IF LOTE-SELECCIONADO(INDICE-LOTE-HALLADO)
                                IF RCH-MOTIVO EQUAL 09
                                   ADD 1 TO LOT-RCH-DUPLICADAS
                                               (INDICE-LOTE-HALLADO)
                                ELSE
                                   ADD 1 TO LOT-RCH-RECHAZADAS
                                               (INDICE-LOTE-HALLADO)
                                END-IF
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-RECHAZOS
           END-IF
           END-IF
           DISPLAY "ENTRADAS LEIDAS DE RECHAZOS  : " CUENTA-RECHAZOS.
       LEER-RECHAZOS-E. EXIT.


      *SECCION RECORRER EL MAESTRO Y VERIFICAR LOS REGISTROS DE CADA*
      *LOTE. SIN MAESTRO SE AVISA Y ESE CHEQUEO NO SE HACE (EDUI3097*
      *PUEDE CORRER SIN EL)*
       LEER-MAESTRO SECTION.
           OPEN INPUT ARCHIVO-MAESTRO
           IF ARCHIVO-MAESTRO-NO-EXISTE
              DISPLAY "AVISO: NO EXISTE EL ARCHIVO MAESTRO; NO SE "
                      "VERIFICAN SUS REGISTROS"
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
           IF MAESTRO-ABIERTO
              MOVE 'N' TO MAESTRO-EOF
              MOVE LOW-VALUES TO MAE-LLAVE
              START ARCHIVO-MAESTRO KEY GREATER OR EQUAL MAE-LLAVE
                 INVALID KEY MOVE 'S' TO MAESTRO-EOF
              END-START
              PERFORM UNTIL FIN-DEL-MAESTRO
                 READ ARCHIVO-MAESTRO NEXT
                    AT END MOVE 'S' TO MAESTRO-EOF
                    NOT AT END
                       ADD 1 TO CUENTA-MAESTRO
                       IF MAE-LOTE NOT EQUAL SPACES
                          MOVE MAE-LOTE TO LOTE-BUSCADO
                          PERFORM BUSCAR-LOTE
                          IF INDICE-LOTE-HALLADO GREATER 0
                             IF LOTE-SELECCIONADO(INDICE-LOTE-HALLADO)
                                PERFORM VERIFICAR-MAESTRO
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-MAESTRO
              DISPLAY "REGISTROS LEIDOS DEL MAESTRO : " CUENTA-MAESTRO
           END-IF.
       LEER-MAESTRO-E. EXIT.


      *SECCION VERIFICAR UN REGISTRO DEL MAESTRO CONTRA SU LOTE*
      *LA FECHA Y EL ANCLA DEBEN SER UN PAR ACEPTADO DEL EXTRACTO DEL*
      *LOTE Y EL CALENDARIO EL DE LA CORRIDA*
       VERIFICAR-MAESTRO SECTION.
           ADD 1 TO LOT-MAESTRO(INDICE-LOTE-HALLADO)
           MOVE INDICE-LOTE-HALLADO TO CLV-INDICE-LOTE
           MOVE MAE-FECHA TO CLV-FECHA
           MOVE MAE-ANCLA TO CLV-ANCLA
           MOVE 'N' TO FECHA-ANCLA-HALLADA-SW
           PERFORM VARYING INDICE-FECHA-ANCLA FROM 1 BY 1
                   UNTIL INDICE-FECHA-ANCLA GREATER CUENTA-FECHAS-ANCLA
                      OR FECHA-ANCLA-HALLADA
              IF FAN-CLAVE-TAB(INDICE-FECHA-ANCLA) EQUAL
                 CLAVE-FECHA-ANCLA-X
                 MOVE 'S' TO FECHA-ANCLA-HALLADA-SW
              END-IF
           END-PERFORM
           IF NOT FECHA-ANCLA-HALLADA
              ADD 1 TO LOT-MAE-SIN-FECHA(INDICE-LOTE-HALLADO)
           END-IF
           IF LOTE-DE-BITACORA(INDICE-LOTE-HALLADO) AND
              MAE-CALENDARIO NOT EQUAL
              LOT-CALENDARIO(INDICE-LOTE-HALLADO)
              ADD 1 TO LOT-MAE-OTRO-CAL(INDICE-LOTE-HALLADO)
           END-IF.
       VERIFICAR-MAESTRO-E. EXIT.


      *SECCION LEER EL REPORTE Y CONTAR LAS LINEAS DE CADA LOTE*
      *EDUI3097 ESTAMPA EL LOTE EN LAS POSICIONES 895-900 DE TODA*
      *LINEA; DE SU CONCILIACION RIGE LA ULTIMA (LA DEL REINICIO)*
       LEER-REPORTE SECTION.
           OPEN INPUT ARCHIVO-REPORTE
           IF ARCHIVO-REPORTE-NO-EXISTE
              DISPLAY "AVISO: NO EXISTE EL ARCHIVO REPORTE; SE "
                      "CONCILIA SIN LINEAS DE REPORTE"
           ELSE
           IF NOT ARCHIVO-REPORTE-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR REPORTE, ESTADO "
                      EST-ARCHIVO-REPORTE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           ELSE
              MOVE 'N' TO REPORTE-EOF
              PERFORM UNTIL FIN-DEL-REPORTE
                 READ ARCHIVO-REPORTE
                    AT END MOVE 'S' TO REPORTE-EOF
                    NOT AT END
                       ADD 1 TO CUENTA-REPORTE
                       IF REG-REPORTE(895:6) EQUAL SPACES
                          ADD 1 TO CUENTA-SIN-LOTE
                       ELSE
                          MOVE REG-REPORTE(895:6) TO LOTE-BUSCADO
                          PERFORM UBICAR-LOTE-ARCHIVO
                          IF INDICE-LOTE-HALLADO GREATER 0
                             IF LOTE-SELECCIONADO(INDICE-LOTE-HALLADO)
                                PERFORM ACUMULAR-REPORTE
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-REPORTE
           END-IF
           END-IF
           DISPLAY "LINEAS LEIDAS DEL REPORTE    : " CUENTA-REPORTE.
       LEER-REPORTE-E. EXIT.


      *SECCION ACUMULAR UNA LINEA DEL REPORTE EN SU LOTE*
       ACUMULAR-REPORTE SECTION.
           ADD 1 TO LOT-REPORTE(INDICE-LOTE-HALLADO)
           IF REG-REPORTE(1:28) EQUAL "CONCILIACION: EL LOTE CUADRA"
              MOVE 'C' TO LOT-CONCILIACION(INDICE-LOTE-HALLADO)
           END-IF
           IF REG-REPORTE(1:30) EQUAL "ADVERTENCIA: EL LOTE NO CUADRA"
              MOVE 'N' TO LOT-CONCILIACION(INDICE-LOTE-HALLADO)
           END-IF.
       ACUMULAR-REPORTE-E. EXIT.


      *SECCION ESCRIBIR EL ENCABEZADO DEL LISTADO*
       ESCRIBIR-ENCABEZADO SECTION.
           MOVE "========== CONCILIACION DE CIFRAS POR LOTE =========="
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "LOTE '" DELIMITED BY SIZE
                  LOTE-CONTROL DELIMITED BY SIZE
                  "' CORRIDAS DESDE " DELIMITED BY SIZE
                  FECHA-DESDE DELIMITED BY SIZE
                  " HASTA " DELIMITED BY SIZE
                  FECHA-HASTA DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           IF NOT MAESTRO-ABIERTO
              MOVE "AVISO: SIN ARCHIVO MAESTRO, NO SE VERIFICA"
                 TO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-IF
           MOVE SPACES TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "LOTE   CORRIDA  CAL  COR CO ACEPT. RECHAZ DUPLIC "
                                            DELIMITED BY SIZE
                  "EXTRAC RCH    MAESTR REPORT RESULTADO"
                                            DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO.
       ESCRIBIR-ENCABEZADO-E. EXIT.


      *SECCION CONCILIAR UN LOTE SELECCIONADO*
      *PRIMERO SE DECIDE SI CUADRA, LUEGO SE ESCRIBE SU LINEA Y, SI NO*
      *CUADRA, UNA LINEA POR CADA DIFERENCIA HALLADA*
       CONCILIAR-LOTE SECTION.
           ADD 1 TO CUENTA-REVISADOS
           MOVE 'N' TO DIF-CIFRAS-SW
           PERFORM REVISAR-LOTE
           IF LOTE-CUADRA
              ADD 1 TO CUENTA-CUADRAN
           ELSE
              ADD 1 TO CUENTA-NO-CUADRAN
              IF LOTE-SIN-BITACORA(INDICE-LOTE)
                 ADD 1 TO CUENTA-SIN-BITACORA
              END-IF
           END-IF

           MOVE SPACES TO LINEA-LISTADO
           MOVE LOT-LOTE(INDICE-LOTE) TO LINEA-LISTADO(1:6)
           IF LOTE-DE-BITACORA(INDICE-LOTE)
              MOVE LOT-FECHA-CORRIDA(INDICE-LOTE) TO LINEA-LISTADO(8:8)
              MOVE LOT-CALENDARIO(INDICE-LOTE) TO LINEA-LISTADO(17:4)
              MOVE LOT-CORRIDAS(INDICE-LOTE) TO LINEA-LISTADO(22:3)
              MOVE LOT-CONDICION(INDICE-LOTE) TO LINEA-LISTADO(26:2)
              MOVE LOT-ACEPTADAS(INDICE-LOTE) TO LINEA-LISTADO(29:6)
              MOVE LOT-RECHAZADAS(INDICE-LOTE) TO LINEA-LISTADO(36:6)
              MOVE LOT-DUPLICADAS(INDICE-LOTE) TO LINEA-LISTADO(43:6)
           ELSE
              MOVE "SIN CORRIDA EN BITACORA" TO LINEA-LISTADO(8:23)
           END-IF
           MOVE LOT-EXTRACTO(INDICE-LOTE) TO LINEA-LISTADO(50:6)
           COMPUTE DIF-HALLADOS = LOT-RCH-RECHAZADAS(INDICE-LOTE) +
                                  LOT-RCH-DUPLICADAS(INDICE-LOTE)
           MOVE DIF-HALLADOS TO LINEA-LISTADO(57:6)
           IF MAESTRO-ABIERTO
              MOVE LOT-MAESTRO(INDICE-LOTE) TO LINEA-LISTADO(64:6)
           END-IF
           MOVE LOT-REPORTE(INDICE-LOTE) TO LINEA-LISTADO(71:6)
           IF LOTE-CUADRA
              MOVE "CUADRA" TO LINEA-LISTADO(78:9)
           ELSE
              MOVE "NO CUADRA" TO LINEA-LISTADO(78:9)
           END-IF
           PERFORM ESCRIBIR-LINEA-LISTADO

           IF NOT LOTE-CUADRA
              MOVE 'S' TO DIF-CIFRAS-SW
              PERFORM REVISAR-LOTE
           END-IF.
       CONCILIAR-LOTE-E. EXIT.


      *SECCION APLICAR LOS CHEQUEOS AL LOTE DE INDICE-LOTE*
      *CON DIF-CIFRAS-SW EN 'N' SOLO DECIDE SI EL LOTE CUADRA; EN 'S'*
      *ADEMAS LISTA CADA DIFERENCIA*
       REVISAR-LOTE SECTION.
           MOVE 'S' TO LOTE-CUADRA-SW

           IF LOTE-SIN-BITACORA(INDICE-LOTE)
              MOVE "LOTE SIN CORRIDA EN BITACORA"
                 TO DIF-DESCRIPCION
              MOVE 0 TO DIF-HALLADOS DIF-ESPERADOS
              PERFORM ANOTAR-DIFERENCIA
           END-IF

      *EXTRACTO: CADA ANCLA DEL LOTE TIENE UN REGISTRO POR FECHA*
      *ACEPTADA, Y LA PRINCIPAL TIENE QUE ESTAR SI HUBO ACEPTADAS*
           MOVE 'N' TO ANCLA-PRINCIPAL-SW
           PERFORM VARYING INDICE-ANCLA FROM 1 BY 1
                   UNTIL INDICE-ANCLA GREATER
                         LOT-CUENTA-ANCLAS(INDICE-LOTE)
              IF LAN-ETIQUETA(INDICE-LOTE, INDICE-ANCLA) EQUAL
                 'PRINCIPAL'
                 MOVE 'S' TO ANCLA-PRINCIPAL-SW
              END-IF
              IF LAN-REGISTROS(INDICE-LOTE, INDICE-ANCLA) NOT EQUAL
                 LOT-ACEPTADAS(INDICE-LOTE)
                 MOVE SPACES TO DIF-DESCRIPCION
                 STRING "EXTRACTO ANCLA " DELIMITED BY SIZE
                        LAN-ETIQUETA(INDICE-LOTE, INDICE-ANCLA)
                                             DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        LAN-FECHA(INDICE-LOTE, INDICE-ANCLA)
                                             DELIMITED BY SIZE
                   INTO DIF-DESCRIPCION
                 MOVE LAN-REGISTROS(INDICE-LOTE, INDICE-ANCLA)
                    TO DIF-HALLADOS
                 MOVE LOT-ACEPTADAS(INDICE-LOTE) TO DIF-ESPERADOS
                 PERFORM ANOTAR-DIFERENCIA
              END-IF
           END-PERFORM
           IF NOT HAY-ANCLA-PRINCIPAL AND
              LOT-ACEPTADAS(INDICE-LOTE) GREATER 0
              MOVE "EXTRACTO ANCLA PRINCIPAL" TO DIF-DESCRIPCION
              MOVE 0 TO DIF-HALLADOS
              MOVE LOT-ACEPTADAS(INDICE-LOTE) TO DIF-ESPERADOS
              PERFORM ANOTAR-DIFERENCIA
           END-IF
           IF LOT-ANCLAS-EXCEDIDAS(INDICE-LOTE) GREATER 0
              MOVE "EXTRACTO CON MAS ANCLAS QUE EDUI3097"
                 TO DIF-DESCRIPCION
              MOVE LOT-ANCLAS-EXCEDIDAS(INDICE-LOTE) TO DIF-HALLADOS
              MOVE 0 TO DIF-ESPERADOS
              PERFORM ANOTAR-DIFERENCIA
           END-IF

      *RECHAZOS: ENTRADAS DEL LOTE CONTRA LAS CIFRAS DE BITACORA*
           IF LOT-RCH-RECHAZADAS(INDICE-LOTE) NOT EQUAL
              LOT-RECHAZADAS(INDICE-LOTE)
              MOVE "RECHAZOS DEL LOTE (SIN DUPLICADAS)"
                 TO DIF-DESCRIPCION
              MOVE LOT-RCH-RECHAZADAS(INDICE-LOTE) TO DIF-HALLADOS
              MOVE LOT-RECHAZADAS(INDICE-LOTE) TO DIF-ESPERADOS
              PERFORM ANOTAR-DIFERENCIA
           END-IF
           IF LOT-RCH-DUPLICADAS(INDICE-LOTE) NOT EQUAL
              LOT-DUPLICADAS(INDICE-LOTE)
              MOVE "RECHAZOS POR FECHA DUPLICADA (MOTIVO 09)"
                 TO DIF-DESCRIPCION
              MOVE LOT-RCH-DUPLICADAS(INDICE-LOTE) TO DIF-HALLADOS
              MOVE LOT-DUPLICADAS(INDICE-LOTE) TO DIF-ESPERADOS
              PERFORM ANOTAR-DIFERENCIA
           END-IF

      *MAESTRO: LOS RESULTADOS REUTILIZADOS DEL MAESTRO CONSERVAN EL*
      *LOTE QUE LOS CALCULO, ASI QUE EL LOTE PUEDE TENER MENOS*
      *REGISTROS QUE PARES FECHA/ANCLA, PERO NUNCA MAS, Y NINGUNO*
      *FUERA DE SUS FECHAS ACEPTADAS*
           IF MAESTRO-ABIERTO
              IF LOT-MAE-SIN-FECHA(INDICE-LOTE) GREATER 0
                 MOVE "MAESTRO FUERA DE FECHAS/ANCLAS DEL LOTE"
                    TO DIF-DESCRIPCION
                 MOVE LOT-MAE-SIN-FECHA(INDICE-LOTE) TO DIF-HALLADOS
                 MOVE 0 TO DIF-ESPERADOS
                 PERFORM ANOTAR-DIFERENCIA
              END-IF
              IF LOT-MAE-OTRO-CAL(INDICE-LOTE) GREATER 0
                 MOVE "MAESTRO CON OTRO CALENDARIO DE FERIADOS"
                    TO DIF-DESCRIPCION
                 MOVE LOT-MAE-OTRO-CAL(INDICE-LOTE) TO DIF-HALLADOS
                 MOVE 0 TO DIF-ESPERADOS
                 PERFORM ANOTAR-DIFERENCIA
              END-IF
              COMPUTE MAXIMO-MAESTRO = LOT-ACEPTADAS(INDICE-LOTE) *
                                       LOT-CUENTA-ANCLAS(INDICE-LOTE)
              IF LOT-MAESTRO(INDICE-LOTE) GREATER MAXIMO-MAESTRO
                 MOVE "MAESTRO EXCEDE ACEPTADAS POR ANCLAS"
                    TO DIF-DESCRIPCION
                 MOVE LOT-MAESTRO(INDICE-LOTE) TO DIF-HALLADOS
                 MOVE MAXIMO-MAESTRO TO DIF-ESPERADOS
                 PERFORM ANOTAR-DIFERENCIA
              END-IF
           END-IF

      *REPORTE: TODA CORRIDA TERMINADA ESCRIBE SU CONCILIACION*
           IF LOTE-DE-BITACORA(INDICE-LOTE)
              MOVE 0 TO DIF-HALLADOS DIF-ESPERADOS
              IF LOT-REPORTE(INDICE-LOTE) EQUAL 0
                 MOVE "REPORTE SIN LINEAS DEL LOTE" TO DIF-DESCRIPCION
                 PERFORM ANOTAR-DIFERENCIA
              ELSE
                 IF REPORTE-SIN-CONCILIACION(INDICE-LOTE)
                    MOVE "REPORTE SIN LINEA DE CONCILIACION"
                       TO DIF-DESCRIPCION
                    PERFORM ANOTAR-DIFERENCIA
                 END-IF
                 IF REPORTE-NO-CUADRA(INDICE-LOTE)
                    MOVE "REPORTE CON CONCILIACION QUE NO CUADRA"
                       TO DIF-DESCRIPCION
                    PERFORM ANOTAR-DIFERENCIA
                 END-IF
              END-IF
           END-IF.
       REVISAR-LOTE-E. EXIT.


      *SECCION ANOTAR UNA DIFERENCIA DEL LOTE*
      *LOS CHEQUEOS SIN CIFRAS (LOTE O REPORTE) LLEVAN HALLADOS Y*
      *ESPERADOS EN CERO Y SOLO SE LISTA SU DESCRIPCION*
       ANOTAR-DIFERENCIA SECTION.
           MOVE 'N' TO LOTE-CUADRA-SW
           IF DIF-CON-CIFRAS
              ADD 1 TO CUENTA-DIFERENCIAS
              MOVE SPACES TO LINEA-LISTADO
              IF DIF-HALLADOS EQUAL 0 AND DIF-ESPERADOS EQUAL 0
                 STRING "   > " DELIMITED BY SIZE
                        DIF-DESCRIPCION DELIMITED BY SIZE
                   INTO LINEA-LISTADO
              ELSE
                 COMPUTE DIF-CALCULADA = DIF-HALLADOS - DIF-ESPERADOS
                 MOVE DIF-CALCULADA TO DIF-EDITADA
                 STRING "   > " DELIMITED BY SIZE
                        DIF-DESCRIPCION DELIMITED BY SIZE
                        " HALLADOS " DELIMITED BY SIZE
                        DIF-HALLADOS DELIMITED BY SIZE
                        " ESPERADOS " DELIMITED BY SIZE
                        DIF-ESPERADOS DELIMITED BY SIZE
                        " DIFERENCIA " DELIMITED BY SIZE
                        DIF-EDITADA DELIMITED BY SIZE
                   INTO LINEA-LISTADO
              END-IF
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-IF.
       ANOTAR-DIFERENCIA-E. EXIT.


      *SECCION ESCRIBIR LOS TOTALES DE LA CONCILIACION*
       ESCRIBIR-TOTALES SECTION.
           MOVE SPACES TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           IF CUENTA-REVISADOS EQUAL 0
              MOVE "AVISO: NINGUN LOTE CORRESPONDE A LO PEDIDO"
                 TO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
              DISPLAY "AVISO: NINGUN LOTE CORRESPONDE A LO PEDIDO"
           END-IF
           MOVE SPACES TO LINEA-LISTADO
           STRING "LOTES REVISADOS " DELIMITED BY SIZE
                  CUENTA-REVISADOS DELIMITED BY SIZE
                  "  CUADRAN " DELIMITED BY SIZE
                  CUENTA-CUADRAN DELIMITED BY SIZE
                  "  NO CUADRAN " DELIMITED BY SIZE
                  CUENTA-NO-CUADRAN DELIMITED BY SIZE
                  "  SIN BITACORA " DELIMITED BY SIZE
                  CUENTA-SIN-BITACORA DELIMITED BY SIZE
                  "  DIFERENCIAS " DELIMITED BY SIZE
                  CUENTA-DIFERENCIAS DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "LEIDOS BITACORA " DELIMITED BY SIZE
                  CUENTA-BITACORA DELIMITED BY SIZE
                  "  EXTRACTO " DELIMITED BY SIZE
                  CUENTA-EXTRACTO DELIMITED BY SIZE
                  "  RECHAZOS " DELIMITED BY SIZE
                  CUENTA-RECHAZOS DELIMITED BY SIZE
                  "  MAESTRO " DELIMITED BY SIZE
                  CUENTA-MAESTRO DELIMITED BY SIZE
                  "  REPORTE " DELIMITED BY SIZE
                  CUENTA-REPORTE DELIMITED BY SIZE
                  "  SIN LOTE " DELIMITED BY SIZE
                  CUENTA-SIN-LOTE DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           DISPLAY "====== RESUMEN CONCILIACION POR LOTE ======"
           DISPLAY "LOTES REVISADOS      : " CUENTA-REVISADOS
           DISPLAY "LOTES QUE CUADRAN    : " CUENTA-CUADRAN
           DISPLAY "LOTES QUE NO CUADRAN : " CUENTA-NO-CUADRAN
           DISPLAY "  SIN BITACORA       : " CUENTA-SIN-BITACORA
           DISPLAY "DIFERENCIAS LISTADAS : " CUENTA-DIFERENCIAS.
       ESCRIBIR-TOTALES-E. EXIT.


      *SECCION ESCRIBIR UNA LINEA EN EL LISTADO*
       ESCRIBIR-LINEA-LISTADO SECTION.
           MOVE LINEA-LISTADO TO REG-LISTADO
           WRITE REG-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: FALLA AL ESCRIBIR LISTCON, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ESCRIBIR-LINEA-LISTADO-E. EXIT.
