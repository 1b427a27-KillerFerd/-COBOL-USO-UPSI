      ******************************************************************
      * FECHA       : 07/09/2026                                       *
      * PROGRAMADOR : JOSUE FERNANDO DONIS ALVARADO                    *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUI3103                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : MANTENIMIENTO DEL MAESTRO DE RECHAZOS EN        *
      *               SUSPENSO DE EDUI3097: CORRIGE LA IMAGEN DE LA   *
      *               TARJETA DE UNA ENTRADA PENDIENTE ANTES DEL      *
      *               REPROCESO (MODO-ENTRADA 'R'), ABANDONA LAS      *
      *               ENTRADAS QUE YA NO SE CORREGIRAN Y REABRE LAS   *
      *               ABANDONADAS POR ERROR. IMPRIME LA ANTIGUEDAD DE *
      *               LAS PENDIENTES DESDE RCH-FECHA-CORRIDA EN       *
      *               BANDAS DE 0-7, 8-30, 31-90 Y MAS DE 90 DIAS,    *
      *               CON CUENTAS POR MOTIVO Y POR LOTE               *
      * ARCHIVOS    : RECHANT - MAESTRO DE RECHAZOS ANTERIOR (ENT,    *
      *                         COPY RECHAREG)                        *
      *               RECHNUE - MAESTRO DE RECHAZOS NUEVO (SAL)       *
      *               LISTRCH - LISTADO DE ANTIGUEDAD (SAL)           *
      * TARJETAS    : LAS ENTRADAS SE IDENTIFICAN POR SU NUMERO DE    *
      *               ORDEN EN RECHAZOS, TAL COMO LO IMPRIME LISTRCH; *
      *               EL LOTE ES OPCIONAL Y, SI VIENE, DEBE COINCIDIR *
      *               CON RCH-LOTE COMO VERIFICACION:                 *
      *               CORR NUMERO(9999) LOTE - SEGUIDA DE UNA TARJETA *
      *                    CON LA IMAGEN CORREGIDA COMPLETA (80 COL)  *
      *               ABAN NUMERO(9999) LOTE                          *
      *               REAB NUMERO(9999) LOTE                          *
      *               FECH FECHA(YYYYMMDD) - FECHA DE REFERENCIA DE   *
      *                    LA ANTIGUEDAD (OMITIDA = FECHA DEL DIA)    *
      *               FIN                                             *
      *-----------------------------------------------------------------
      * BITACORA DE CAMBIOS                                            *
      * 07/09/2026 - VERSION INICIAL                                   *
      * 15/10/2026 - LISTRCH LISTA TAMBIEN LAS ENTRADAS ABANDONADAS    *
      *              CON SU NUMERO, PARA PODER REABRIRLAS CON REAB     *
      * 15/10/2026 - LA IMAGEN DE LA TARJETA VA COMPLETA EN UNA LINEA  *
      *              APARTE; ANTES SE PERDIAN LAS COLUMNAS 70 A 80     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3103.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-RECHAZOS-ANT ASSIGN TO "RECHANT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-RECHAZOS-ANT.
           SELECT ARCHIVO-RECHAZOS-NUE ASSIGN TO "RECHNUE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-RECHAZOS-NUE.
           SELECT ARCHIVO-LISTADO ASSIGN TO "LISTRCH"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EST-ARCHIVO-LISTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-RECHAZOS-ANT
           RECORDING MODE IS F.
       COPY RECHAREG.

       FD  ARCHIVO-RECHAZOS-NUE
           RECORDING MODE IS F.
       01 REG-RECHAZO-NUE                   PIC X(130).

       FD  ARCHIVO-LISTADO
           RECORDING MODE IS F.
       01 REG-LISTADO                       PIC X(132).
       WORKING-STORAGE SECTION.

      *REGISTRO DE SALIDA ARMADO EN WORKING-STORAGE, CON EL MISMO*
      *DISENO DEL COPY RECHAREG*
       01 RECHAZO-SALIDA.
           02 RCH-IMAGEN-SAL                PIC X(80).
           02 RCH-MOTIVO-SAL                PIC 9(02).
           02 RCH-DESC-SAL                  PIC X(30).
           02 RCH-FECHA-SAL                 PIC 9(08).
           02 RCH-ESTADO-SAL                PIC X(01).
           02 RCH-LOTE-SAL                  PIC X(06).
           02 FILLER                        PIC X(03).

      *TARJETA DE MANTENIMIENTO LEIDA DE SYSIN*
       01 TARJETA-MANTO.
           02 ACCION-MANTO                  PIC X(04).
              88 ACCION-CORRIGE                       VALUE 'CORR'.
              88 ACCION-ABANDONA                      VALUE 'ABAN'.
              88 ACCION-REABRE                        VALUE 'REAB'.
              88 ACCION-FECHA                         VALUE 'FECH'.
              88 FIN-TARJETAS                         VALUE 'FIN '.
           02 FILLER                        PIC X(01).
           02 NUMERO-MANTO                  PIC 9(04).
           02 FILLER                        PIC X(01).
           02 LOTE-MANTO                    PIC X(06).
              88 SIN-LOTE-MANTO                       VALUE SPACES.
           02 FILLER                        PIC X(64).
       01 TARJETA-FECHA REDEFINES TARJETA-MANTO.
           02 FILLER                        PIC X(05).
           02 FECHA-REFERENCIA-MANTO        PIC 9(08).
           02 FILLER                        PIC X(67).

      *IMAGEN CORREGIDA: LA TARJETA QUE SIGUE A UNA TARJETA CORR*
       01 IMAGEN-CORREGIDA                  PIC X(80).

      *CAPACIDAD MAXIMA DEL MAESTRO DE RECHAZOS EN SUSPENSO (LA*
      *MISMA DE EDUI3097)*
       78 MAX-SUSPENSO                      VALUE 1000.

      *CAPACIDAD MAXIMA DE MOTIVOS Y DE LOTES DISTINTOS EN LAS*
      *CUENTAS DE ANTIGUEDAD*
       78 MAX-MOTIVOS                       VALUE 20.
       78 MAX-LOTES                         VALUE 200.

      *NUMERO DE BANDAS DE ANTIGUEDAD (LA ULTIMA ES PARA ENTRADAS*
      *SIN FECHA DE CORRIDA VALIDA)*
       78 NUM-BANDAS                        VALUE 5.

      *VARIABLES DE TRABAJO*
       01 CAMPOS-DE-TRABAJO.
          02 CONTADORES.
              04 CUENTA-TARJETAS            PIC 9(04) VALUE 0.
              04 CUENTA-CORREGIDAS          PIC 9(04) VALUE 0.
              04 CUENTA-ABANDONADAS         PIC 9(04) VALUE 0.
              04 CUENTA-REABIERTAS          PIC 9(04) VALUE 0.
              04 CUENTA-RECHAZADAS          PIC 9(04) VALUE 0.
              04 CUENTA-GRABADOS            PIC 9(04) VALUE 0.
              04 CUENTA-PENDIENTES          PIC 9(04) VALUE 0.
              04 CUENTA-REPROCESADOS        PIC 9(04) VALUE 0.
              04 CUENTA-ABANDONADOS         PIC 9(04) VALUE 0.

          02 ESTADOS-ARCHIVO.
              04 EST-RECHAZOS-ANT           PIC X(02) VALUE '00'.
                 88 RECHAZOS-ANT-OK                  VALUE '00'.
                 88 RECHAZOS-ANT-NO-EXISTE           VALUE '35'.
              04 EST-RECHAZOS-NUE           PIC X(02) VALUE '00'.
                 88 RECHAZOS-NUE-OK                  VALUE '00'.
              04 EST-ARCHIVO-LISTADO        PIC X(02) VALUE '00'.
                 88 ARCHIVO-LISTADO-OK               VALUE '00'.

          02 CONTROL-LECTURA-RECHAZOS.
              04 RECHAZOS-EOF               PIC X(01) VALUE 'N'.
                 88 FIN-DE-RECHAZOS                  VALUE 'S'.

      *FECHA CONTRA LA QUE SE MIDE LA ANTIGUEDAD DE LAS PENDIENTES*
          02 FECHA-REFERENCIA               PIC 9(08) VALUE 0.
          02 ENTERO-REFERENCIA              PIC 9(08) VALUE 0.
          02 DIAS-ANTIGUEDAD                PIC S9(08) VALUE 0.
          02 DIAS-EDITADOS                  PIC Z(06)9.

      *MAESTRO DE RECHAZOS EN SUSPENSO EN MEMORIA*
          02 TABLA-SUSPENSO.
              04 CUENTA-SUSPENSO            PIC 9(04) VALUE 0.
              04 SUS-IMAGEN-TAB             PIC X(80)
                                             OCCURS MAX-SUSPENSO.
              04 SUS-MOTIVO-TAB             PIC 9(02)
                                             OCCURS MAX-SUSPENSO.
              04 SUS-DESC-TAB               PIC X(30)
                                             OCCURS MAX-SUSPENSO.
              04 SUS-FECHA-TAB              PIC 9(08)
                                             OCCURS MAX-SUSPENSO.
              04 SUS-ESTADO-TAB             PIC X(01)
                                             OCCURS MAX-SUSPENSO.
              04 SUS-LOTE-TAB               PIC X(06)
                                             OCCURS MAX-SUSPENSO.
              04 SUS-BANDA-TAB              PIC 9(01)
                                             OCCURS MAX-SUSPENSO.
              04 SUS-DIAS-TAB               PIC 9(06)
                                             OCCURS MAX-SUSPENSO.
              04 INDICE-SUSPENSO            PIC 9(04).
              04 INDICE-HALLADO             PIC 9(04) VALUE 0.

      *ORDEN DE IMPRESION DE LAS PENDIENTES: INDICES AL SUSPENSO,*
      *DE LA MAS ANTIGUA A LA MAS RECIENTE*
          02 TABLA-ORDEN.
              04 ORD-INDICE-TAB             PIC 9(04)
                                             OCCURS MAX-SUSPENSO.
              04 INDICE-ORDEN-I             PIC 9(04).
              04 INDICE-ORDEN-J             PIC 9(04).
              04 TEMP-INDICE-ORDEN          PIC 9(04).

      *CUENTAS DE ANTIGUEDAD: TOTAL, POR MOTIVO Y POR LOTE*
          02 TOTALES-BANDA.
              04 TOT-BANDA-CTA              PIC 9(04) OCCURS NUM-BANDAS.
          02 TABLA-MOTIVOS.
              04 CUENTA-MOTIVOS             PIC 9(02) VALUE 0.
              04 MOTIVO-ENT OCCURS MAX-MOTIVOS.
                 05 MOT-CODIGO              PIC 9(02).
                 05 MOT-DESC                PIC X(30).
                 05 MOT-TOTAL               PIC 9(04).
                 05 MOT-BANDA-CTA           PIC 9(04) OCCURS NUM-BANDAS.
              04 INDICE-MOTIVO              PIC 9(02).
              04 INDICE-MOTIVO-HALLADO      PIC 9(02) VALUE 0.
          02 TABLA-LOTES.
              04 CUENTA-LOTES               PIC 9(03) VALUE 0.
              04 LOTE-ENT OCCURS MAX-LOTES.
                 05 LOT-LOTE                PIC X(06).
                 05 LOT-TOTAL               PIC 9(04).
                 05 LOT-BANDA-CTA           PIC 9(04) OCCURS NUM-BANDAS.
              04 INDICE-LOTE                PIC 9(03).
              04 INDICE-LOTE-HALLADO        PIC 9(03) VALUE 0.
          02 INDICE-BANDA                   PIC 9(01).
          02 BANDA-HALLADA                  PIC 9(01).

      *ETIQUETAS DE LAS BANDAS DE ANTIGUEDAD*
          02 ETIQUETAS-BANDA-VAL.
              04 FILLER                     PIC X(09) VALUE '0-7'.
              04 FILLER                     PIC X(09) VALUE '8-30'.
              04 FILLER                     PIC X(09) VALUE '31-90'.
              04 FILLER                     PIC X(09) VALUE 'MAS DE 90'.
              04 FILLER                     PIC X(09) VALUE 'SIN FECHA'.
          02 ETIQUETAS-BANDA REDEFINES ETIQUETAS-BANDA-VAL.
              04 BANDA-ETIQ                 PIC X(09) OCCURS NUM-BANDAS.

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

      *VARIABLES PARA VALIDAR UNA FECHA - LA FECHA A EXAMINAR SE*
      *MUEVE A FECHA-VALIDAR*
          02 VALIDACION-FECHA.
              04 FECHA-ES-VALIDA            PIC X(01) VALUE 'S'.
                 88 FECHA-VALIDA                     VALUE 'S'.
              04 LIMITE-DIA-MES             PIC 9(02) VALUE 0.
              04 FECHA-VALIDAR              PIC 9(08) VALUE 0.
              04 FECHA-VALIDAR-DESGLOSE REDEFINES FECHA-VALIDAR.
                 05 ANIO-VALIDAR            PIC 9(04).
                 05 MES-VALIDAR             PIC 9(02).
                 05 DIA-VALIDAR             PIC 9(02).

          02 LINEA-LISTADO                  PIC X(132).
       PROCEDURE DIVISION.

      *SECCION PRINCIPAL*
       PRINCIPAL SECTION.
           ACCEPT FECHA-REFERENCIA FROM DATE YYYYMMDD
           PERFORM CARGAR-MAESTRO-ANTERIOR
           PERFORM PROCESAR-TARJETAS
           PERFORM GRABAR-MAESTRO-NUEVO
           PERFORM CLASIFICAR-PENDIENTES
           PERFORM ORDENAR-PENDIENTES
           PERFORM ESCRIBIR-LISTADO
           DISPLAY "====== RESUMEN MANTENIMIENTO RECHAZOS ======"
           DISPLAY "TARJETAS LEIDAS      : " CUENTA-TARJETAS
           DISPLAY "IMAGENES CORREGIDAS  : " CUENTA-CORREGIDAS
           DISPLAY "ENTRADAS ABANDONADAS : " CUENTA-ABANDONADAS
           DISPLAY "ENTRADAS REABIERTAS  : " CUENTA-REABIERTAS
           DISPLAY "TARJETAS RECHAZADAS  : " CUENTA-RECHAZADAS
           DISPLAY "ENTRADAS EN MAESTRO  : " CUENTA-GRABADOS
           DISPLAY "PENDIENTES           : " CUENTA-PENDIENTES
           IF CUENTA-CORREGIDAS GREATER 0 OR CUENTA-REABIERTAS GREATER 0
              DISPLAY "RECORDATORIO: HAY ENTRADAS PENDIENTES "
                      "CORREGIDAS O REABIERTAS; CORRA EDUI3097 CON "
                      "MODO-ENTRADA "
                      "'R' SOBRE RECHNUE PARA REPROCESARLAS"
           END-IF
           IF CUENTA-RECHAZADAS GREATER 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.


      *SECCION CARGAR EL MAESTRO DE RECHAZOS ANTERIOR EN LA TABLA*
      *A DIFERENCIA DE EDUI3097, AQUI UN RECHANT INEXISTENTE ES UN*
      *ERROR: NO HAY NADA QUE MANTENER*
       CARGAR-MAESTRO-ANTERIOR SECTION.
           MOVE 0 TO CUENTA-SUSPENSO
           MOVE 'N' TO RECHAZOS-EOF
           OPEN INPUT ARCHIVO-RECHAZOS-ANT
           IF RECHAZOS-ANT-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE RECHANT; NO HAY MAESTRO DE "
                      "RECHAZOS QUE MANTENER"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT RECHAZOS-ANT-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR RECHANT, ESTADO "
                      EST-RECHAZOS-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL FIN-DE-RECHAZOS
              READ ARCHIVO-RECHAZOS-ANT
                 AT END MOVE 'S' TO RECHAZOS-EOF
                 NOT AT END
                    IF CUENTA-SUSPENSO LESS MAX-SUSPENSO
                       ADD 1 TO CUENTA-SUSPENSO
                       MOVE RCH-IMAGEN-TARJETA
                          TO SUS-IMAGEN-TAB(CUENTA-SUSPENSO)
                       MOVE RCH-MOTIVO
                          TO SUS-MOTIVO-TAB(CUENTA-SUSPENSO)
                       MOVE RCH-DESC-MOTIVO
                          TO SUS-DESC-TAB(CUENTA-SUSPENSO)
                       IF RCH-FECHA-CORRIDA NUMERIC
                          MOVE RCH-FECHA-CORRIDA
                             TO SUS-FECHA-TAB(CUENTA-SUSPENSO)
                       ELSE
                          MOVE 0 TO SUS-FECHA-TAB(CUENTA-SUSPENSO)
                       END-IF
      *UN ESTADO DESCONOCIDO SE TRATA COMO PENDIENTE, IGUAL QUE EN*
      *EL CARGADOR DEL SUSPENSO DE EDUI3097*
                       IF RCH-ESTADO EQUAL 'R' OR
                          RCH-ESTADO EQUAL 'A'
                          MOVE RCH-ESTADO
                             TO SUS-ESTADO-TAB(CUENTA-SUSPENSO)
                       ELSE
                          MOVE 'P' TO SUS-ESTADO-TAB(CUENTA-SUSPENSO)
                       END-IF
                       MOVE RCH-LOTE TO SUS-LOTE-TAB(CUENTA-SUSPENSO)
                    ELSE
                       DISPLAY "ERROR: RECHANT EXCEDE EL LIMITE DE "
                               MAX-SUSPENSO " ENTRADAS"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCHIVO-RECHAZOS-ANT
           DISPLAY "ENTRADAS CARGADAS DE RECHANT: " CUENTA-SUSPENSO.
       CARGAR-MAESTRO-ANTERIOR-E. EXIT.


      *SECCION PROCESAR LAS TARJETAS DE MANTENIMIENTO DE SYSIN*
       PROCESAR-TARJETAS SECTION.
           PERFORM UNTIL FIN-TARJETAS
              MOVE SPACES TO TARJETA-MANTO
              ACCEPT TARJETA-MANTO FROM SYSIN
              IF NOT FIN-TARJETAS
                 ADD 1 TO CUENTA-TARJETAS
                 EVALUATE TRUE
                    WHEN ACCION-CORRIGE
                       PERFORM APLICAR-CORRECCION
                    WHEN ACCION-ABANDONA
                       PERFORM APLICAR-ABANDONO
                    WHEN ACCION-REABRE
                       PERFORM APLICAR-REAPERTURA
                    WHEN ACCION-FECHA
                       PERFORM APLICAR-FECHA-REFERENCIA
                    WHEN OTHER
                       ADD 1 TO CUENTA-RECHAZADAS
                       DISPLAY "TARJETA RECHAZADA, ACCION DESCONOCIDA: "
                               TARJETA-MANTO
                 END-EVALUATE
              END-IF
           END-PERFORM
           DISPLAY "FECHA DE REFERENCIA DE LA ANTIGUEDAD: "
                   FECHA-REFERENCIA.
       PROCESAR-TARJETAS-E. EXIT.


      *SECCION APLICAR UNA TARJETA CORR*
      *LA TARJETA SIGUIENTE ES LA IMAGEN CORREGIDA Y SE CONSUME*
      *SIEMPRE, AUNQUE LA CORR SE RECHACE, PARA NO DESFASAR EL RESTO*
      *DEL PAQUETE.*
      *SOLO SE CORRIGEN ENTRADAS PENDIENTES: UNA ABANDONADA SE REABRE*
      *PRIMERO, Y UNA REPROCESADA YA ENTRO AL CALCULO*
       APLICAR-CORRECCION SECTION.
           MOVE SPACES TO IMAGEN-CORREGIDA
           ACCEPT IMAGEN-CORREGIDA FROM SYSIN
           PERFORM BUSCAR-ENTRADA
           IF INDICE-HALLADO GREATER 0
              IF SUS-ESTADO-TAB(INDICE-HALLADO) NOT EQUAL 'P'
                 ADD 1 TO CUENTA-RECHAZADAS
                 DISPLAY "TARJETA RECHAZADA, LA ENTRADA NO ESTA "
                         "PENDIENTE (ESTADO "
                         SUS-ESTADO-TAB(INDICE-HALLADO) "): "
                         TARJETA-MANTO
              ELSE
              IF IMAGEN-CORREGIDA EQUAL SPACES
                 ADD 1 TO CUENTA-RECHAZADAS
                 DISPLAY "TARJETA RECHAZADA, FALTA LA IMAGEN "
                         "CORREGIDA: " TARJETA-MANTO
              ELSE
                 DISPLAY "ENTRADA " NUMERO-MANTO " ANTES  : "
                         SUS-IMAGEN-TAB(INDICE-HALLADO)
                 DISPLAY "ENTRADA " NUMERO-MANTO " DESPUES: "
                         IMAGEN-CORREGIDA
                 MOVE IMAGEN-CORREGIDA
                    TO SUS-IMAGEN-TAB(INDICE-HALLADO)
                 ADD 1 TO CUENTA-CORREGIDAS
              END-IF
              END-IF
           END-IF.
       APLICAR-CORRECCION-E. EXIT.


      *SECCION APLICAR UNA TARJETA ABAN: PENDIENTE A ABANDONADA*
       APLICAR-ABANDONO SECTION.
           PERFORM BUSCAR-ENTRADA
           IF INDICE-HALLADO GREATER 0
              IF SUS-ESTADO-TAB(INDICE-HALLADO) NOT EQUAL 'P'
                 ADD 1 TO CUENTA-RECHAZADAS
                 DISPLAY "TARJETA RECHAZADA, SOLO SE ABANDONAN "
                         "ENTRADAS PENDIENTES (ESTADO "
                         SUS-ESTADO-TAB(INDICE-HALLADO) "): "
                         TARJETA-MANTO
              ELSE
                 MOVE 'A' TO SUS-ESTADO-TAB(INDICE-HALLADO)
                 ADD 1 TO CUENTA-ABANDONADAS
                 DISPLAY "ENTRADA " NUMERO-MANTO " ABANDONADA: "
                         SUS-IMAGEN-TAB(INDICE-HALLADO)
              END-IF
           END-IF.
       APLICAR-ABANDONO-E. EXIT.


      *SECCION APLICAR UNA TARJETA REAB: ABANDONADA A PENDIENTE*
      *UNA REPROCESADA NO SE REABRE: SU FECHA YA ESTA EN LOS*
      *RESULTADOS Y REPROCESARLA LA DUPLICARIA*
       APLICAR-REAPERTURA SECTION.
           PERFORM BUSCAR-ENTRADA
           IF INDICE-HALLADO GREATER 0
              IF SUS-ESTADO-TAB(INDICE-HALLADO) NOT EQUAL 'A'
                 ADD 1 TO CUENTA-RECHAZADAS
                 DISPLAY "TARJETA RECHAZADA, SOLO SE REABREN "
                         "ENTRADAS ABANDONADAS (ESTADO "
                         SUS-ESTADO-TAB(INDICE-HALLADO) "): "
                         TARJETA-MANTO
              ELSE
                 MOVE 'P' TO SUS-ESTADO-TAB(INDICE-HALLADO)
                 ADD 1 TO CUENTA-REABIERTAS
                 DISPLAY "ENTRADA " NUMERO-MANTO " REABIERTA: "
                         SUS-IMAGEN-TAB(INDICE-HALLADO)
              END-IF
           END-IF.
       APLICAR-REAPERTURA-E. EXIT.


      *SECCION APLICAR UNA TARJETA FECH: FECHA DE REFERENCIA*
       APLICAR-FECHA-REFERENCIA SECTION.
           MOVE FECHA-REFERENCIA-MANTO TO FECHA-VALIDAR
           PERFORM VALIDAR-FECHA
           IF NOT FECHA-VALIDA
              ADD 1 TO CUENTA-RECHAZADAS
              DISPLAY "TARJETA RECHAZADA, FECHA DE REFERENCIA "
                      "INVALIDA: " TARJETA-MANTO
           ELSE
              MOVE FECHA-REFERENCIA-MANTO TO FECHA-REFERENCIA
           END-IF.
       APLICAR-FECHA-REFERENCIA-E. EXIT.


      *SECCION BUSCAR LA ENTRADA DE LA TARJETA POR SU NUMERO DE ORDEN*
      *Y VERIFICAR EL LOTE SI LA TARJETA LO TRAE. SI NO SE ENCUENTRA*
      *DEJA INDICE-HALLADO EN CERO Y LA TARJETA YA CONTADA RECHAZADA*
       BUSCAR-ENTRADA SECTION.
           MOVE 0 TO INDICE-HALLADO
           IF NUMERO-MANTO NOT NUMERIC
              ADD 1 TO CUENTA-RECHAZADAS
              DISPLAY "TARJETA RECHAZADA, NUMERO DE ENTRADA NO "
                      "NUMERICO: " TARJETA-MANTO
           ELSE
           IF NUMERO-MANTO EQUAL 0 OR
              NUMERO-MANTO GREATER CUENTA-SUSPENSO
              ADD 1 TO CUENTA-RECHAZADAS
              DISPLAY "TARJETA RECHAZADA, NO EXISTE LA ENTRADA "
                      NUMERO-MANTO " (EL MAESTRO TIENE "
                      CUENTA-SUSPENSO "): " TARJETA-MANTO
           ELSE
           IF NOT SIN-LOTE-MANTO AND
              LOTE-MANTO NOT EQUAL SUS-LOTE-TAB(NUMERO-MANTO)
              ADD 1 TO CUENTA-RECHAZADAS
              DISPLAY "TARJETA RECHAZADA, EL LOTE NO COINCIDE CON EL "
                      "DE LA ENTRADA (" SUS-LOTE-TAB(NUMERO-MANTO)
                      "): " TARJETA-MANTO
           ELSE
              MOVE NUMERO-MANTO TO INDICE-HALLADO
           END-IF
           END-IF
           END-IF.
       BUSCAR-ENTRADA-E. EXIT.


      *SECCION VALIDAR LA FECHA EN FECHA-VALIDAR*
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


      *SECCION GRABAR EL MAESTRO NUEVO CON TODAS LAS ENTRADAS*
      *NO SE DEPURA NADA: LAS REPROCESADAS Y ABANDONADAS SE CONSERVAN*
      *COMO CONSTANCIA Y SE LIMPIAN POR FUERA CUANDO LA OFICINA LO PIDA*
       GRABAR-MAESTRO-NUEVO SECTION.
           OPEN OUTPUT ARCHIVO-RECHAZOS-NUE
           IF NOT RECHAZOS-NUE-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR RECHNUE, ESTADO "
                      EST-RECHAZOS-NUE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO CUENTA-GRABADOS
           PERFORM VARYING INDICE-SUSPENSO FROM 1 BY 1
                   UNTIL INDICE-SUSPENSO GREATER CUENTA-SUSPENSO
              MOVE SPACES TO RECHAZO-SALIDA
              MOVE SUS-IMAGEN-TAB(INDICE-SUSPENSO) TO RCH-IMAGEN-SAL
              MOVE SUS-MOTIVO-TAB(INDICE-SUSPENSO) TO RCH-MOTIVO-SAL
              MOVE SUS-DESC-TAB(INDICE-SUSPENSO) TO RCH-DESC-SAL
              MOVE SUS-FECHA-TAB(INDICE-SUSPENSO) TO RCH-FECHA-SAL
              MOVE SUS-ESTADO-TAB(INDICE-SUSPENSO) TO RCH-ESTADO-SAL
              MOVE SUS-LOTE-TAB(INDICE-SUSPENSO) TO RCH-LOTE-SAL
              WRITE REG-RECHAZO-NUE FROM RECHAZO-SALIDA
              IF NOT RECHAZOS-NUE-OK
                 DISPLAY "ERROR: FALLA AL ESCRIBIR RECHNUE, ESTADO "
                         EST-RECHAZOS-NUE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO CUENTA-GRABADOS
           END-PERFORM
           CLOSE ARCHIVO-RECHAZOS-NUE.
       GRABAR-MAESTRO-NUEVO-E. EXIT.


      *SECCION CLASIFICAR LAS PENDIENTES EN SU BANDA DE ANTIGUEDAD*
      *Y ACUMULAR LAS CUENTAS POR MOTIVO Y POR LOTE. UNA FECHA DE*
      *CORRIDA POSTERIOR A LA DE REFERENCIA CUENTA COMO CERO DIAS*
       CLASIFICAR-PENDIENTES SECTION.
           INITIALIZE TOTALES-BANDA
           COMPUTE ENTERO-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE(FECHA-REFERENCIA)
           PERFORM VARYING INDICE-SUSPENSO FROM 1 BY 1
                   UNTIL INDICE-SUSPENSO GREATER CUENTA-SUSPENSO
              EVALUATE SUS-ESTADO-TAB(INDICE-SUSPENSO)
                 WHEN 'R'
                    ADD 1 TO CUENTA-REPROCESADOS
                 WHEN 'A'
                    ADD 1 TO CUENTA-ABANDONADOS
                    PERFORM CALCULAR-ANTIGUEDAD
                 WHEN OTHER
                    ADD 1 TO CUENTA-PENDIENTES
                    MOVE INDICE-SUSPENSO
                       TO ORD-INDICE-TAB(CUENTA-PENDIENTES)
                    PERFORM CALCULAR-ANTIGUEDAD
                    PERFORM ACUMULAR-PENDIENTE
              END-EVALUATE
           END-PERFORM.
       CLASIFICAR-PENDIENTES-E. EXIT.


      *SECCION CALCULAR LOS DIAS Y LA BANDA DE LA ENTRADA ACTUAL*
       CALCULAR-ANTIGUEDAD SECTION.
           MOVE SUS-FECHA-TAB(INDICE-SUSPENSO) TO FECHA-VALIDAR
           PERFORM VALIDAR-FECHA
           IF NOT FECHA-VALIDA
              MOVE 0 TO SUS-DIAS-TAB(INDICE-SUSPENSO)
              MOVE 5 TO SUS-BANDA-TAB(INDICE-SUSPENSO)
           ELSE
              COMPUTE DIAS-ANTIGUEDAD = ENTERO-REFERENCIA -
                      FUNCTION INTEGER-OF-DATE(FECHA-VALIDAR)
              IF DIAS-ANTIGUEDAD LESS 0
                 MOVE 0 TO DIAS-ANTIGUEDAD
              END-IF
              MOVE DIAS-ANTIGUEDAD TO SUS-DIAS-TAB(INDICE-SUSPENSO)
              EVALUATE TRUE
                 WHEN DIAS-ANTIGUEDAD NOT GREATER 7
                    MOVE 1 TO SUS-BANDA-TAB(INDICE-SUSPENSO)
                 WHEN DIAS-ANTIGUEDAD NOT GREATER 30
                    MOVE 2 TO SUS-BANDA-TAB(INDICE-SUSPENSO)
                 WHEN DIAS-ANTIGUEDAD NOT GREATER 90
                    MOVE 3 TO SUS-BANDA-TAB(INDICE-SUSPENSO)
                 WHEN OTHER
                    MOVE 4 TO SUS-BANDA-TAB(INDICE-SUSPENSO)
              END-EVALUATE
           END-IF.
       CALCULAR-ANTIGUEDAD-E. EXIT.


      *SECCION ACUMULAR LA ENTRADA ACTUAL EN EL TOTAL, SU MOTIVO Y*
      *SU LOTE*
       ACUMULAR-PENDIENTE SECTION.
           MOVE SUS-BANDA-TAB(INDICE-SUSPENSO) TO BANDA-HALLADA
           ADD 1 TO TOT-BANDA-CTA(BANDA-HALLADA)

           MOVE 0 TO INDICE-MOTIVO-HALLADO
           PERFORM VARYING INDICE-MOTIVO FROM 1 BY 1
                   UNTIL INDICE-MOTIVO GREATER CUENTA-MOTIVOS
                      OR INDICE-MOTIVO-HALLADO GREATER 0
              IF MOT-CODIGO(INDICE-MOTIVO) EQUAL
                 SUS-MOTIVO-TAB(INDICE-SUSPENSO)
                 MOVE INDICE-MOTIVO TO INDICE-MOTIVO-HALLADO
              END-IF
           END-PERFORM
           IF INDICE-MOTIVO-HALLADO EQUAL 0
              IF CUENTA-MOTIVOS LESS MAX-MOTIVOS
                 ADD 1 TO CUENTA-MOTIVOS
                 INITIALIZE MOTIVO-ENT(CUENTA-MOTIVOS)
                 MOVE SUS-MOTIVO-TAB(INDICE-SUSPENSO)
                    TO MOT-CODIGO(CUENTA-MOTIVOS)
                 MOVE SUS-DESC-TAB(INDICE-SUSPENSO)
                    TO MOT-DESC(CUENTA-MOTIVOS)
                 MOVE CUENTA-MOTIVOS TO INDICE-MOTIVO-HALLADO
              ELSE
                 DISPLAY "ADVERTENCIA: MAS DE " MAX-MOTIVOS
                         " MOTIVOS DISTINTOS; NO SE CUENTA EL MOTIVO "
                         SUS-MOTIVO-TAB(INDICE-SUSPENSO)
              END-IF
           END-IF
           IF INDICE-MOTIVO-HALLADO GREATER 0
              ADD 1 TO MOT-TOTAL(INDICE-MOTIVO-HALLADO)
              ADD 1 TO MOT-BANDA-CTA(INDICE-MOTIVO-HALLADO,
                       BANDA-HALLADA)
           END-IF

           MOVE 0 TO INDICE-LOTE-HALLADO
           PERFORM VARYING INDICE-LOTE FROM 1 BY 1
                   UNTIL INDICE-LOTE GREATER CUENTA-LOTES
                      OR INDICE-LOTE-HALLADO GREATER 0
              IF LOT-LOTE(INDICE-LOTE) EQUAL
                 SUS-LOTE-TAB(INDICE-SUSPENSO)
                 MOVE INDICE-LOTE TO INDICE-LOTE-HALLADO
              END-IF
           END-PERFORM
           IF INDICE-LOTE-HALLADO EQUAL 0
              IF CUENTA-LOTES LESS MAX-LOTES
                 ADD 1 TO CUENTA-LOTES
                 INITIALIZE LOTE-ENT(CUENTA-LOTES)
                 MOVE SUS-LOTE-TAB(INDICE-SUSPENSO)
                    TO LOT-LOTE(CUENTA-LOTES)
                 MOVE CUENTA-LOTES TO INDICE-LOTE-HALLADO
              ELSE
                 DISPLAY "ADVERTENCIA: MAS DE " MAX-LOTES
                         " LOTES DISTINTOS; NO SE CUENTA EL LOTE "
                         SUS-LOTE-TAB(INDICE-SUSPENSO)
              END-IF
           END-IF
           IF INDICE-LOTE-HALLADO GREATER 0
              ADD 1 TO LOT-TOTAL(INDICE-LOTE-HALLADO)
              ADD 1 TO LOT-BANDA-CTA(INDICE-LOTE-HALLADO,
                       BANDA-HALLADA)
           END-IF.
       ACUMULAR-PENDIENTE-E. EXIT.


      *SECCION ORDENAR LAS PENDIENTES DE LA MAS ANTIGUA A LA MAS*
      *RECIENTE (LAS SIN FECHA VALIDA QUEDAN PRIMERO, CON FECHA CERO)*
       ORDENAR-PENDIENTES SECTION.
           IF CUENTA-PENDIENTES GREATER 1
              PERFORM VARYING INDICE-ORDEN-I FROM 1 BY 1
                      UNTIL INDICE-ORDEN-I GREATER OR EQUAL
                            CUENTA-PENDIENTES
                 PERFORM VARYING INDICE-ORDEN-J FROM 1 BY 1
                         UNTIL INDICE-ORDEN-J GREATER
                               CUENTA-PENDIENTES - INDICE-ORDEN-I
                    IF SUS-FECHA-TAB(ORD-INDICE-TAB(INDICE-ORDEN-J))
                       GREATER
                       SUS-FECHA-TAB(ORD-INDICE-TAB(INDICE-ORDEN-J + 1))
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
       ORDENAR-PENDIENTES-E. EXIT.


      *SECCION ESCRIBIR EL LISTADO DE ANTIGUEDAD*
       ESCRIBIR-LISTADO SECTION.
           OPEN OUTPUT ARCHIVO-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR LISTRCH, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "====== ANTIGUEDAD DE RECHAZOS PENDIENTES ======"
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "FECHA DE REFERENCIA " DELIMITED BY SIZE
                  FECHA-REFERENCIA DELIMITED BY SIZE
                  "  ENTRADAS " DELIMITED BY SIZE
                  CUENTA-SUSPENSO DELIMITED BY SIZE
                  "  PENDIENTES " DELIMITED BY SIZE
                  CUENTA-PENDIENTES DELIMITED BY SIZE
                  "  REPROCESADAS " DELIMITED BY SIZE
                  CUENTA-REPROCESADOS DELIMITED BY SIZE
                  "  ABANDONADAS " DELIMITED BY SIZE
                  CUENTA-ABANDONADOS DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO

           MOVE SPACES TO LINEA-LISTADO
           STRING "NUM  FECHA       DIAS MO " DELIMITED BY SIZE
                  "DESCRIPCION MOTIVO             " DELIMITED BY SIZE
                  "LOTE" DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           MOVE "IMAGEN DE LA TARJETA (80 COLUMNAS)"
              TO LINEA-LISTADO(10:34)
           PERFORM ESCRIBIR-LINEA-LISTADO
           IF CUENTA-PENDIENTES EQUAL 0
              MOVE "NO HAY ENTRADAS PENDIENTES EN EL SUSPENSO"
                 TO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           ELSE
              PERFORM VARYING INDICE-ORDEN-I FROM 1 BY 1
                      UNTIL INDICE-ORDEN-I GREATER CUENTA-PENDIENTES
                 MOVE ORD-INDICE-TAB(INDICE-ORDEN-I) TO INDICE-SUSPENSO
                 PERFORM LISTAR-PENDIENTE
              END-PERFORM
           END-IF

           MOVE "---------------- ENTRADAS ABANDONADAS ---------------"
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           IF CUENTA-ABANDONADOS EQUAL 0
              MOVE "NO HAY ENTRADAS ABANDONADAS EN EL SUSPENSO"
                 TO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           ELSE
              PERFORM VARYING INDICE-SUSPENSO FROM 1 BY 1
                      UNTIL INDICE-SUSPENSO GREATER CUENTA-SUSPENSO
                 IF SUS-ESTADO-TAB(INDICE-SUSPENSO) EQUAL 'A'
                    PERFORM LISTAR-PENDIENTE
                 END-IF
              END-PERFORM
           END-IF

           MOVE "---------- PENDIENTES POR ANTIGUEDAD EN DIAS ---------"
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           PERFORM VARYING INDICE-BANDA FROM 1 BY 1
                   UNTIL INDICE-BANDA GREATER NUM-BANDAS
              MOVE SPACES TO LINEA-LISTADO
              STRING "  " DELIMITED BY SIZE
                     BANDA-ETIQ(INDICE-BANDA) DELIMITED BY SIZE
                     " : " DELIMITED BY SIZE
                     TOT-BANDA-CTA(INDICE-BANDA) DELIMITED BY SIZE
                INTO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-PERFORM

           MOVE "------------- PENDIENTES POR MOTIVO -----------------"
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "MO DESCRIPCION MOTIVO            " DELIMITED BY SIZE
                  "    0-7  8-30 31-90   >90   S/F TOTAL"
                                         DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           PERFORM VARYING INDICE-MOTIVO FROM 1 BY 1
                   UNTIL INDICE-MOTIVO GREATER CUENTA-MOTIVOS
              MOVE SPACES TO LINEA-LISTADO
              STRING MOT-CODIGO(INDICE-MOTIVO) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     MOT-DESC(INDICE-MOTIVO) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     MOT-BANDA-CTA(INDICE-MOTIVO, 1) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     MOT-BANDA-CTA(INDICE-MOTIVO, 2) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     MOT-BANDA-CTA(INDICE-MOTIVO, 3) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     MOT-BANDA-CTA(INDICE-MOTIVO, 4) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     MOT-BANDA-CTA(INDICE-MOTIVO, 5) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     MOT-TOTAL(INDICE-MOTIVO) DELIMITED BY SIZE
                INTO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-PERFORM

           MOVE "------------- PENDIENTES POR LOTE -------------------"
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE "LOTE     0-7  8-30 31-90   >90   S/F TOTAL"
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           PERFORM VARYING INDICE-LOTE FROM 1 BY 1
                   UNTIL INDICE-LOTE GREATER CUENTA-LOTES
              MOVE SPACES TO LINEA-LISTADO
              STRING LOT-LOTE(INDICE-LOTE) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     LOT-BANDA-CTA(INDICE-LOTE, 1) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     LOT-BANDA-CTA(INDICE-LOTE, 2) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     LOT-BANDA-CTA(INDICE-LOTE, 3) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     LOT-BANDA-CTA(INDICE-LOTE, 4) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     LOT-BANDA-CTA(INDICE-LOTE, 5) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     LOT-TOTAL(INDICE-LOTE) DELIMITED BY SIZE
                INTO LINEA-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-PERFORM
           CLOSE ARCHIVO-LISTADO.
       ESCRIBIR-LISTADO-E. EXIT.


      *SECCION LISTAR UNA ENTRADA PENDIENTE O ABANDONADA*
      *(INDICE-SUSPENSO). LA IMAGEN DE LA TARJETA VA COMPLETA EN SU*
      *PROPIA LINEA, DESDE LA COLUMNA 10, PARA PERFORAR LA CORRECCION*
       LISTAR-PENDIENTE SECTION.
           MOVE SUS-DIAS-TAB(INDICE-SUSPENSO) TO DIAS-EDITADOS
           MOVE SPACES TO LINEA-LISTADO
           STRING INDICE-SUSPENSO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUS-FECHA-TAB(INDICE-SUSPENSO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DIAS-EDITADOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUS-MOTIVO-TAB(INDICE-SUSPENSO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUS-DESC-TAB(INDICE-SUSPENSO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUS-LOTE-TAB(INDICE-SUSPENSO) DELIMITED BY SIZE
             INTO LINEA-LISTADO
             ON OVERFLOW
                DISPLAY "ADVERTENCIA: LA LINEA DE LA ENTRADA "
                        INDICE-SUSPENSO " NO CABE EN LISTRCH"
           END-STRING
           IF SUS-BANDA-TAB(INDICE-SUSPENSO) EQUAL 5
              MOVE "SIN FEC" TO LINEA-LISTADO(15:7)
           END-IF
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           MOVE SUS-IMAGEN-TAB(INDICE-SUSPENSO) TO LINEA-LISTADO(10:80)
           PERFORM ESCRIBIR-LINEA-LISTADO.
       LISTAR-PENDIENTE-E. EXIT.


      *SECCION ESCRIBIR UNA LINEA EN EL LISTADO*
       ESCRIBIR-LINEA-LISTADO SECTION.
           MOVE LINEA-LISTADO TO REG-LISTADO
           WRITE REG-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: FALLA AL ESCRIBIR LISTRCH, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ESCRIBIR-LINEA-LISTADO-E. EXIT.
