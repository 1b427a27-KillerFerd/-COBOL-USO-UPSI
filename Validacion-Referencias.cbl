      ******************************************************************
      * FECHA       : 21/09/2026                                       *
      * PROGRAMADOR : JOSUE FERNANDO DONIS ALVARADO                    *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUI3107                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REVISION PREVIA DE LOS ARCHIVOS DE REFERENCIA   *
      *               ANTES DE LA CORRIDA NOCTURNA DE EDUI3097. LEE   *
      *               FERIADOS, ANCLACAT E IDIOMAS Y APLICA LAS       *
      *               REGLAS ENTRE ARCHIVOS: TRAMOS QUE CRUZAN DE     *
      *               ANIO, FERIADOS QUE SE TRASLAPAN, CONJUNTOS CON  *
      *               MAS ANCLAS DE LAS QUE ADMITE EDUI3097, ANCLAS   *
      *               QUE CAEN EN FERIADO E IDIOMAS CON NOMBRES EN    *
      *               BLANCO. AVISA SI EL CALENDARIO NO TIENE         *
      *               FERIADOS PARA EL ANIO SIGUIENTE O SI UN         *
      *               CALENDARIO (NACIONALES MAS LOS DE LA SEDE) SE   *
      *               ACERCA AL LIMITE DE FERIADOS QUE CARGA EDUI3097.*
      *               IMPRIME UN LISTADO DE EXCEPCIONES Y DEVUELVE UN *
      *               CODIGO GRADUADO PARA QUE EL PLANIFICADOR        *
      *               DETENGA EL PASO EDUI3097:                       *
      *               0 = SIN EXCEPCIONES, 4 = SOLO ADVERTENCIAS,     *
      *               8 = ERRORES EN LOS DATOS, 12 = FALLA DE ARCHIVO *
      * ARCHIVOS    : FERIADOS- CALENDARIO DE FERIADOS (ENTRADA)      *
      *               ANCLACAT- CATALOGO DE CONJUNTOS DE ANCLAS (ENT) *
      *               IDIOMAS - MAESTRO DE IDIOMAS (ENTRADA)          *
      *               LISTVAL - LISTADO DE EXCEPCIONES (SALIDA)       *
      * TARJETAS    : UNA TARJETA DE CONTROL EN SYSIN (OPCIONAL):     *
      *               01-08 FECHA DE REFERENCIA YYYYMMDD (BLANCO O    *
      *                     CEROS = FECHA DEL SISTEMA); EL ANIO       *
      *                     SIGUIENTE A ESTA FECHA ES EL QUE DEBE     *
      *                     TENER FERIADOS                            *
      *-----------------------------------------------------------------
      * BITACORA DE CAMBIOS                                            *
      * 21/09/2026 - VERSION INICIAL                                   *
      * 28/09/2026 - LOS TRASLAPES SE REVISAN DENTRO DE CADA CALENDARIO*
      *              DE SEDE Y CONTRA LOS NACIONALES, NO ENTRE SEDES;  *
      *              UNA ANCLA EN FERIADO INDICA EL CALENDARIO         *
      * 15/10/2026 - EL LIMITE DE FERIADOS DE EDUI3097 SE REVISA POR   *
      *              CALENDARIO (NACIONALES MAS LOS DE CADA SEDE)      *
      *              Y EL MENSAJE DE EXCEPCION SE AMPLIA A 105 PARA    *
      *              QUE EL CALENDARIO DE LA ANCLA EN FERIADO NO SE    *
      *              CORTE                                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3107.
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
           SELECT ARCHIVO-LISTADO ASSIGN TO "LISTVAL"
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

      *TARJETA DE CONTROL DE LA REVISION, LEIDA DE SYSIN*
       01 TARJETA-CONTROL.
           02 FECHA-REFERENCIA-CONTROL      PIC 9(08).
           02 FILLER                        PIC X(72).

      *CAPACIDAD MAXIMA DE FERIADOS QUE CARGA EDUI3097*
       78 MAX-FERIADOS                      VALUE 100.

      *ARRIBA DE ESTE NUMERO DE FERIADOS SE AVISA QUE EL ARCHIVO SE*
      *ACERCA AL LIMITE DE EDUI3097 (EL 90 POR CIENTO)*
       78 UMBRAL-FERIADOS                   VALUE 90.

      *CAPACIDAD DE LA TABLA DE REVISION: MAYOR QUE LA DE EDUI3097*
      *PARA PODER REVISAR UN ARCHIVO QUE YA SE PASO DEL LIMITE*
       78 MAX-REVISION                      VALUE 300.

      *LIMITE DE ANCLAS POR CONJUNTO: LA TABLA DE ANCLAS DE EDUI3097*
      *ADMITE 10 POR CORRIDA Y LA PRIMERA ES SIEMPRE LA ANCLA*
      *PRINCIPAL DE LA TARJETA DE CONTROL (IGUAL QUE EN EDUI3101)*
       78 MAX-ANCLAS-CONJUNTO               VALUE 9.

      *CAPACIDAD MAXIMA DE CONJUNTOS DISTINTOS EN EL CATALOGO*
       78 MAX-CONJUNTOS                     VALUE 200.

      *CAPACIDAD MAXIMA DE CALENDARIOS DE SEDE DISTINTOS EN FERIADOS*
       78 MAX-CALENDARIOS                   VALUE 100.

      *VARIABLES DE TRABAJO*
       01 CAMPOS-DE-TRABAJO.
          02 CONTADORES.
              04 CUENTA-LEIDAS-FERIADOS     PIC 9(05) VALUE 0.
              04 CUENTA-LEIDAS-CATALOGO     PIC 9(05) VALUE 0.
              04 CUENTA-LEIDAS-IDIOMAS      PIC 9(05) VALUE 0.
              04 CUENTA-ERRORES             PIC 9(05) VALUE 0.
              04 CUENTA-ADVERTENCIAS        PIC 9(05) VALUE 0.
              04 CODIGO-CONDICION           PIC 9(02) VALUE 0.

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

          02 FECHAS-REFERENCIA.
              04 FECHA-REFERENCIA           PIC 9(08) VALUE 0.
              04 FECHA-REFERENCIA-DES REDEFINES FECHA-REFERENCIA.
                 05 ANIO-REFERENCIA         PIC 9(04).
                 05 FILLER                  PIC 9(04).
              04 ANIO-SIGUIENTE             PIC 9(04) VALUE 0.
              04 FERIADOS-ANIO-SIGUIENTE    PIC 9(03) VALUE 0.

      *TABLA DE FERIADOS CON FECHA DESDE VALIDA, CON EL HASTA YA*
      *NORMALIZADO COMO LO HACE EDUI3097; FER-REVISAR-TAB INDICA SI*
      *EL REGISTRO ESTA COMPLETO PARA LA REVISION DE TRASLAPES*
          02 TABLA-FERIADOS.
              04 CUENTA-FERIADOS            PIC 9(03) VALUE 0.
              04 FER-REGISTRO-TAB           PIC 9(05)
                                             OCCURS MAX-REVISION.
              04 FER-FECHA-TAB              PIC 9(08)
                                             OCCURS MAX-REVISION.
              04 FER-HASTA-TAB              PIC 9(08)
                                             OCCURS MAX-REVISION.
              04 FER-MES-DIA-TAB            PIC 9(04)
                                             OCCURS MAX-REVISION.
              04 FER-MES-DIA-HASTA-TAB      PIC 9(04)
                                             OCCURS MAX-REVISION.
              04 FER-ANUAL-TAB              PIC X(01)
                                             OCCURS MAX-REVISION.
              04 FER-ANIO-HASTA-TAB         PIC 9(04)
                                             OCCURS MAX-REVISION.
              04 FER-DESC-TAB               PIC X(30)
                                             OCCURS MAX-REVISION.
              04 FER-CAL-TAB                PIC X(04)
                                             OCCURS MAX-REVISION.
              04 FER-REVISAR-TAB            PIC X(01)
                                             OCCURS MAX-REVISION.
              04 FER-IMAGEN-TAB             PIC X(60)
                                             OCCURS MAX-REVISION.

      *VARIABLES PARA COMPARAR DOS FERIADOS DE LA TABLA*
          02 COMPARACION-FERIADOS.
              04 INDICE-FERIADO             PIC 9(03).
              04 INDICE-OTRO                PIC 9(03).
              04 INDICE-ANUAL               PIC 9(03).
              04 INDICE-PUNTUAL             PIC 9(03).
              04 FIN-VIGENCIA-1             PIC 9(04).
              04 FIN-VIGENCIA-2             PIC 9(04).
              04 ANIO-PUNTUAL               PIC 9(04).
              04 TRASLAPE-SW                PIC X(01) VALUE 'N'.
                 88 HAY-TRASLAPE                     VALUE 'S'.

      *VARIABLES DE TRABAJO PARA VERIFICAR SI UNA FECHA ES FERIADO*
          02 VERIFICACION-FERIADO.
              04 FERIADO-HALLADO            PIC X(01) VALUE 'N'.
                 88 ES-FERIADO                        VALUE 'S'.
              04 FECHA-A-VERIFICAR          PIC 9(08).
              04 FECHA-A-VERIFICAR-DES REDEFINES FECHA-A-VERIFICAR.
                 05 ANIO-A-VERIFICAR        PIC 9(04).
                 05 MES-DIA-A-VERIFICAR     PIC 9(04).
              04 DESC-FERIADO-HALLADO       PIC X(30).
              04 CAL-FERIADO-HALLADO        PIC X(04).

      *CONJUNTOS DEL CATALOGO CON SU NUMERO DE ANCLAS*
          02 TABLA-CONJUNTOS.
              04 CUENTA-CONJUNTOS           PIC 9(03) VALUE 0.
              04 CNJ-NOMBRE-TAB             PIC X(12)
                                             OCCURS MAX-CONJUNTOS.
              04 CNJ-ANCLAS-TAB             PIC 9(03)
                                             OCCURS MAX-CONJUNTOS.
              04 INDICE-CONJUNTO            PIC 9(03).
              04 CONJUNTO-HALLADO           PIC 9(03).

      *FERIADOS LEIDOS POR CALENDARIO: EDUI3097 CARGA LOS NACIONALES*
      *MAS LOS DEL CALENDARIO DE SU TARJETA, POR ESO SU LIMITE SE*
      *MIDE CALENDARIO POR CALENDARIO Y NO CONTRA TODO EL ARCHIVO*
          02 TABLA-CALENDARIOS.
              04 CUENTA-NACIONALES          PIC 9(05) VALUE 0.
              04 CUENTA-CALENDARIOS         PIC 9(03) VALUE 0.
              04 CAL-CODIGO-TAB             PIC X(04)
                                             OCCURS MAX-CALENDARIOS.
              04 CAL-FERIADOS-TAB           PIC 9(05)
                                             OCCURS MAX-CALENDARIOS.
              04 INDICE-CALENDARIO          PIC 9(03).
              04 CALENDARIO-HALLADO         PIC 9(03).
              04 CALENDARIO-REVISADO        PIC X(04).
              04 FERIADOS-CALENDARIO        PIC 9(05).

      *VARIABLES PARA REVISAR LOS NOMBRES DE UN IDIOMA*
          02 REVISION-IDIOMA.
              04 INDICE-NOMBRE              PIC 9(02).
              04 NOMBRE-EDITADO             PIC Z9.

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

      *EXCEPCION A LISTAR: SEVERIDAD, ARCHIVO, NUMERO DE REGISTRO*
      *(CERO SI ES DEL ARCHIVO COMPLETO), MENSAJE E IMAGEN*
          02 EXCEPCION.
              04 SEVERIDAD-EXC              PIC X(01).
                 88 EXC-ERROR                         VALUE 'E'.
                 88 EXC-ADVERTENCIA                   VALUE 'A'.
              04 ARCHIVO-EXC                PIC X(08).
              04 REGISTRO-EXC               PIC 9(05).
              04 MENSAJE-EXC                PIC X(105).
              04 IMAGEN-EXC                 PIC X(60).

          02 LINEA-LISTADO                  PIC X(132).
       PROCEDURE DIVISION.

      *SECCION PRINCIPAL*
       PRINCIPAL SECTION.
           PERFORM LEER-TARJETA-CONTROL
           PERFORM ABRIR-LISTADO
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM REVISAR-FERIADOS
           PERFORM REVISAR-TRASLAPES
           PERFORM REVISAR-ANIO-SIGUIENTE
           PERFORM REVISAR-CATALOGO
           PERFORM REVISAR-IDIOMAS
           PERFORM ESCRIBIR-TOTALES
           CLOSE ARCHIVO-LISTADO
           MOVE CODIGO-CONDICION TO RETURN-CODE
           STOP RUN.


      *SECCION LEER LA TARJETA DE CONTROL (OPCIONAL)*
       LEER-TARJETA-CONTROL SECTION.
           MOVE SPACES TO TARJETA-CONTROL
           ACCEPT TARJETA-CONTROL FROM SYSIN
           IF FECHA-REFERENCIA-CONTROL NUMERIC AND
              FECHA-REFERENCIA-CONTROL GREATER 0
              MOVE FECHA-REFERENCIA-CONTROL TO FECHA-VALIDAR
              PERFORM VALIDAR-FECHA
              IF NOT FECHA-VALIDA
                 DISPLAY "ERROR: LA FECHA DE REFERENCIA DE LA TARJETA "
                         "ES INVALIDA: " FECHA-REFERENCIA-CONTROL
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FECHA-REFERENCIA-CONTROL TO FECHA-REFERENCIA
           ELSE
              ACCEPT FECHA-REFERENCIA FROM DATE YYYYMMDD
           END-IF
           COMPUTE ANIO-SIGUIENTE = ANIO-REFERENCIA + 1
           DISPLAY "FECHA DE REFERENCIA " FECHA-REFERENCIA
                   ", ANIO SIGUIENTE " ANIO-SIGUIENTE.
       LEER-TARJETA-CONTROL-E. EXIT.


      *SECCION ABRIR EL LISTADO DE EXCEPCIONES*
       ABRIR-LISTADO SECTION.
           OPEN OUTPUT ARCHIVO-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR LISTVAL, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ABRIR-LISTADO-E. EXIT.


      *SECCION ESCRIBIR EL ENCABEZADO DEL LISTADO*
       ESCRIBIR-ENCABEZADO SECTION.
           MOVE "===== REVISION DE FERIADOS, ANCLACAT E IDIOMAS ====="
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "FECHA DE REFERENCIA " DELIMITED BY SIZE
                  FECHA-REFERENCIA DELIMITED BY SIZE
                  "   ANIO SIGUIENTE " DELIMITED BY SIZE
                  ANIO-SIGUIENTE DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "SEVERIDAD   ARCHIVO  REG.  MENSAJE"
                                            DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO.
       ESCRIBIR-ENCABEZADO-E. EXIT.


      *SECCION REVISAR EL ARCHIVO FERIADOS REGISTRO POR REGISTRO*
      *SIN ARCHIVO FERIADOS EDUI3097 CORRE SIN FERIADOS, LO QUE SE*
      *AVISA; CUALQUIER OTRA FALLA DE APERTURA TERMINA CON CODIGO 12*
       REVISAR-FERIADOS SECTION.
           MOVE 'N' TO FERIADOS-EOF
           OPEN INPUT ARCHIVO-FERIADOS
           IF ARCHIVO-FERIADOS-NO-EXISTE
              MOVE 'A' TO SEVERIDAD-EXC
              MOVE 'FERIADOS' TO ARCHIVO-EXC
              MOVE 0 TO REGISTRO-EXC
              MOVE "NO EXISTE EL ARCHIVO; EDUI3097 CORRERA SIN FERIADOS"
                 TO MENSAJE-EXC
              MOVE SPACES TO IMAGEN-EXC
              PERFORM ANOTAR-EXCEPCION
           ELSE
           IF NOT ARCHIVO-FERIADOS-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR FERIADOS, ESTADO "
                      EST-ARCHIVO-FERIADOS
              PERFORM TERMINAR-POR-ERROR
           ELSE
              PERFORM UNTIL FIN-DE-FERIADOS
                 READ ARCHIVO-FERIADOS
                    AT END MOVE 'S' TO FERIADOS-EOF
                    NOT AT END
                       ADD 1 TO CUENTA-LEIDAS-FERIADOS
                       PERFORM CONTAR-FERIADO-CALENDARIO
                       PERFORM REVISAR-REGISTRO-FERIADO
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-FERIADOS
           END-IF
           END-IF
           IF CUENTA-CALENDARIOS EQUAL 0
              MOVE SPACES TO CALENDARIO-REVISADO
              MOVE CUENTA-NACIONALES TO FERIADOS-CALENDARIO
              PERFORM REVISAR-LIMITE-CALENDARIO
           ELSE
              PERFORM VARYING INDICE-CALENDARIO FROM 1 BY 1
                      UNTIL INDICE-CALENDARIO GREATER CUENTA-CALENDARIOS
                 MOVE CAL-CODIGO-TAB(INDICE-CALENDARIO)
                    TO CALENDARIO-REVISADO
                 COMPUTE FERIADOS-CALENDARIO = CUENTA-NACIONALES +
                         CAL-FERIADOS-TAB(INDICE-CALENDARIO)
                 PERFORM REVISAR-LIMITE-CALENDARIO
              END-PERFORM
           END-IF.
       REVISAR-FERIADOS-E. EXIT.


      *SECCION CONTAR EL FERIADO LEIDO EN SU CALENDARIO*
      *SE CUENTA TODO REGISTRO LEIDO, COMO LO HACE EL CARGADOR DE*
      *EDUI3097, AUNQUE SU FECHA SEA INVALIDA*
       CONTAR-FERIADO-CALENDARIO SECTION.
           IF FERIADO-NACIONAL
              ADD 1 TO CUENTA-NACIONALES
           ELSE
              MOVE 0 TO CALENDARIO-HALLADO
              PERFORM VARYING INDICE-CALENDARIO FROM 1 BY 1
                      UNTIL INDICE-CALENDARIO GREATER CUENTA-CALENDARIOS
                         OR CALENDARIO-HALLADO GREATER 0
                 IF CAL-CODIGO-TAB(INDICE-CALENDARIO) EQUAL
                    FER-CALENDARIO
                    MOVE INDICE-CALENDARIO TO CALENDARIO-HALLADO
                 END-IF
              END-PERFORM
              IF CALENDARIO-HALLADO GREATER 0
                 ADD 1 TO CAL-FERIADOS-TAB(CALENDARIO-HALLADO)
              ELSE
              IF CUENTA-CALENDARIOS LESS MAX-CALENDARIOS
                 ADD 1 TO CUENTA-CALENDARIOS
                 MOVE FER-CALENDARIO
                    TO CAL-CODIGO-TAB(CUENTA-CALENDARIOS)
                 MOVE 1 TO CAL-FERIADOS-TAB(CUENTA-CALENDARIOS)
              ELSE
                 DISPLAY "ADVERTENCIA: SE ALCANZO EL LIMITE DE "
                         MAX-CALENDARIOS " CALENDARIOS; NO SE CUENTA "
                         FER-CALENDARIO
              END-IF
              END-IF
           END-IF.
       CONTAR-FERIADO-CALENDARIO-E. EXIT.


      *SECCION REVISAR EL LIMITE DE FERIADOS DE EDUI3097 PARA UN*
      *CALENDARIO (CALENDARIO-REVISADO, BLANCO = SOLO NACIONALES) CON*
      *FERIADOS-CALENDARIO REGISTROS ENTRE NACIONALES Y PROPIOS*
       REVISAR-LIMITE-CALENDARIO SECTION.
           MOVE 'FERIADOS' TO ARCHIVO-EXC
           MOVE 0 TO REGISTRO-EXC
           MOVE SPACES TO IMAGEN-EXC
           MOVE SPACES TO MENSAJE-EXC
           IF FERIADOS-CALENDARIO GREATER MAX-FERIADOS
              MOVE 'E' TO SEVERIDAD-EXC
              IF CALENDARIO-REVISADO EQUAL SPACES
                 STRING "EL CALENDARIO NACIONAL TIENE "
                                            DELIMITED BY SIZE
                        FERIADOS-CALENDARIO DELIMITED BY SIZE
                        " FERIADOS; EDUI3097 SOLO CARGA "
                                            DELIMITED BY SIZE
                        MAX-FERIADOS DELIMITED BY SIZE
                   INTO MENSAJE-EXC
              ELSE
                 STRING "EL CALENDARIO '" DELIMITED BY SIZE
                        CALENDARIO-REVISADO DELIMITED BY SIZE
                        "' TIENE " DELIMITED BY SIZE
                        FERIADOS-CALENDARIO DELIMITED BY SIZE
                        " CON LOS NACIONALES; EDUI3097 SOLO CARGA "
                                            DELIMITED BY SIZE
                        MAX-FERIADOS DELIMITED BY SIZE
                   INTO MENSAJE-EXC
              END-IF
              PERFORM ANOTAR-EXCEPCION
           ELSE
           IF FERIADOS-CALENDARIO NOT LESS UMBRAL-FERIADOS
              MOVE 'A' TO SEVERIDAD-EXC
              IF CALENDARIO-REVISADO EQUAL SPACES
                 STRING "EL CALENDARIO NACIONAL TIENE "
                                            DELIMITED BY SIZE
                        FERIADOS-CALENDARIO DELIMITED BY SIZE
                        " FERIADOS Y SE ACERCA AL LIMITE DE "
                                            DELIMITED BY SIZE
                        MAX-FERIADOS DELIMITED BY SIZE
                   INTO MENSAJE-EXC
              ELSE
                 STRING "EL CALENDARIO '" DELIMITED BY SIZE
                        CALENDARIO-REVISADO DELIMITED BY SIZE
                        "' TIENE " DELIMITED BY SIZE
                        FERIADOS-CALENDARIO DELIMITED BY SIZE
                        " CON LOS NACIONALES; SE ACERCA AL LIMITE DE "
                                            DELIMITED BY SIZE
                        MAX-FERIADOS DELIMITED BY SIZE
                   INTO MENSAJE-EXC
              END-IF
              PERFORM ANOTAR-EXCEPCION
           END-IF
           END-IF.
       REVISAR-LIMITE-CALENDARIO-E. EXIT.


      *SECCION REVISAR UN REGISTRO DE FERIADOS Y GUARDARLO EN LA TABLA*
      *MISMAS REGLAS DEL TRAMO QUE APLICA EDUI3098 AL DAR EL ALTA*
       REVISAR-REGISTRO-FERIADO SECTION.
           MOVE 'FERIADOS' TO ARCHIVO-EXC
           MOVE CUENTA-LEIDAS-FERIADOS TO REGISTRO-EXC
           MOVE REG-FERIADO TO IMAGEN-EXC
           MOVE 'E' TO SEVERIDAD-EXC
           MOVE FER-FECHA TO FECHA-VALIDAR
           PERFORM VALIDAR-FECHA
           IF NOT FECHA-VALIDA
              MOVE "FECHA DESDE INVALIDA" TO MENSAJE-EXC
              PERFORM ANOTAR-EXCEPCION
           ELSE
           IF CUENTA-FERIADOS NOT LESS MAX-REVISION
              CONTINUE
           ELSE
              ADD 1 TO CUENTA-FERIADOS
              MOVE CUENTA-LEIDAS-FERIADOS
                 TO FER-REGISTRO-TAB(CUENTA-FERIADOS)
              MOVE REG-FERIADO TO FER-IMAGEN-TAB(CUENTA-FERIADOS)
              MOVE FER-FECHA TO FER-FECHA-TAB(CUENTA-FERIADOS)
              MOVE FER-MES-DIA TO FER-MES-DIA-TAB(CUENTA-FERIADOS)
              MOVE FER-ANUAL TO FER-ANUAL-TAB(CUENTA-FERIADOS)
              MOVE FER-DESCRIPCION TO FER-DESC-TAB(CUENTA-FERIADOS)
              MOVE FER-CALENDARIO TO FER-CAL-TAB(CUENTA-FERIADOS)
              MOVE 'S' TO FER-REVISAR-TAB(CUENTA-FERIADOS)
              IF FER-ANIO-HASTA NUMERIC AND FERIADO-ANUAL
                 MOVE FER-ANIO-HASTA
                    TO FER-ANIO-HASTA-TAB(CUENTA-FERIADOS)
              ELSE
                 MOVE 0 TO FER-ANIO-HASTA-TAB(CUENTA-FERIADOS)
              END-IF
              MOVE FER-FECHA TO FER-HASTA-TAB(CUENTA-FERIADOS)
              MOVE FER-MES-DIA TO FER-MES-DIA-HASTA-TAB(CUENTA-FERIADOS)
              IF FER-FECHA-HASTA NUMERIC AND FER-FECHA-HASTA GREATER 0
                 MOVE FER-FECHA-HASTA TO FECHA-VALIDAR
                 PERFORM VALIDAR-FECHA
                 IF NOT FECHA-VALIDA
                    MOVE "FECHA HASTA INVALIDA" TO MENSAJE-EXC
                    PERFORM ANOTAR-EXCEPCION
                    MOVE 'N' TO FER-REVISAR-TAB(CUENTA-FERIADOS)
                 ELSE
                 IF FER-FECHA-HASTA LESS FER-FECHA
                    MOVE "FECHA HASTA ANTERIOR AL DESDE"
                       TO MENSAJE-EXC
                    PERFORM ANOTAR-EXCEPCION
                    MOVE 'N' TO FER-REVISAR-TAB(CUENTA-FERIADOS)
                 ELSE
                 IF FER-ANIO-H NOT EQUAL FER-ANIO
                    MOVE "EL TRAMO DESDE/HASTA CRUZA DE ANIO"
                       TO MENSAJE-EXC
                    PERFORM ANOTAR-EXCEPCION
                    MOVE 'N' TO FER-REVISAR-TAB(CUENTA-FERIADOS)
                 ELSE
                    MOVE FER-FECHA-HASTA
                       TO FER-HASTA-TAB(CUENTA-FERIADOS)
                    MOVE FER-MES-DIA-H
                       TO FER-MES-DIA-HASTA-TAB(CUENTA-FERIADOS)
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF
           END-IF.
       REVISAR-REGISTRO-FERIADO-E. EXIT.


      *SECCION REVISAR LOS TRASLAPES ENTRE PARES DE FERIADOS*
      *SOLO SE COMPARAN LOS REGISTROS CON TRAMO VALIDO; LA EXCEPCION*
      *SE ANOTA EN EL SEGUNDO REGISTRO DEL PAR. DOS FERIADOS DE SEDES*
      *DISTINTAS NO SE TRASLAPAN AUNQUE COMPARTAN FECHA: NUNCA RIGEN*
      *EN LA MISMA CORRIDA; UN NACIONAL SI CHOCA CON CUALQUIERA*
       REVISAR-TRASLAPES SECTION.
           PERFORM VARYING INDICE-FERIADO FROM 1 BY 1
                   UNTIL INDICE-FERIADO NOT LESS CUENTA-FERIADOS
              IF FER-REVISAR-TAB(INDICE-FERIADO) EQUAL 'S'
                 COMPUTE INDICE-OTRO = INDICE-FERIADO + 1
                 PERFORM UNTIL INDICE-OTRO GREATER CUENTA-FERIADOS
                    IF FER-REVISAR-TAB(INDICE-OTRO) EQUAL 'S' AND
                       (FER-CAL-TAB(INDICE-OTRO) EQUAL
                        FER-CAL-TAB(INDICE-FERIADO) OR
                        FER-CAL-TAB(INDICE-OTRO) EQUAL SPACES OR
                        FER-CAL-TAB(INDICE-FERIADO) EQUAL SPACES)
                       PERFORM COMPARAR-FERIADOS
                       IF HAY-TRASLAPE
                          MOVE 'E' TO SEVERIDAD-EXC
                          MOVE 'FERIADOS' TO ARCHIVO-EXC
                          MOVE FER-REGISTRO-TAB(INDICE-OTRO)
                             TO REGISTRO-EXC
                          MOVE SPACES TO MENSAJE-EXC
                          STRING "SE TRASLAPA CON EL FERIADO DEL "
                                            DELIMITED BY SIZE
                                 "REGISTRO " DELIMITED BY SIZE
                                 FER-REGISTRO-TAB(INDICE-FERIADO)
                                            DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 FER-DESC-TAB(INDICE-FERIADO)
                                            DELIMITED BY SIZE
                            INTO MENSAJE-EXC
                          MOVE FER-IMAGEN-TAB(INDICE-OTRO)
                             TO IMAGEN-EXC
                          PERFORM ANOTAR-EXCEPCION
                       END-IF
                    END-IF
                    ADD 1 TO INDICE-OTRO
                 END-PERFORM
              END-IF
           END-PERFORM.
       REVISAR-TRASLAPES-E. EXIT.


      *SECCION COMPARAR EL FERIADO INDICE-FERIADO CON INDICE-OTRO*
      *DOS PUNTUALES SE TRASLAPAN SI SUS TRAMOS SE CRUZAN; DOS ANUALES*
      *SI SE CRUZAN SUS MES/DIA Y SUS ANIOS DE VIGENCIA; UN ANUAL Y UN*
      *PUNTUAL SI EL ANIO DEL PUNTUAL CAE EN LA VIGENCIA DEL ANUAL Y*
      *SE CRUZAN SUS MES/DIA (ANIO-HASTA EN CEROS = SIN VENCIMIENTO)*
       COMPARAR-FERIADOS SECTION.
           MOVE 'N' TO TRASLAPE-SW
           IF FER-ANUAL-TAB(INDICE-FERIADO) NOT EQUAL 'S' AND
              FER-ANUAL-TAB(INDICE-OTRO) NOT EQUAL 'S'
              IF FER-FECHA-TAB(INDICE-FERIADO) NOT GREATER
                 FER-HASTA-TAB(INDICE-OTRO) AND
                 FER-FECHA-TAB(INDICE-OTRO) NOT GREATER
                 FER-HASTA-TAB(INDICE-FERIADO)
                 MOVE 'S' TO TRASLAPE-SW
              END-IF
           ELSE
           IF FER-ANUAL-TAB(INDICE-FERIADO) EQUAL 'S' AND
              FER-ANUAL-TAB(INDICE-OTRO) EQUAL 'S'
              MOVE FER-ANIO-HASTA-TAB(INDICE-FERIADO) TO FIN-VIGENCIA-1
              IF FIN-VIGENCIA-1 EQUAL 0
                 MOVE 9999 TO FIN-VIGENCIA-1
              END-IF
              MOVE FER-ANIO-HASTA-TAB(INDICE-OTRO) TO FIN-VIGENCIA-2
              IF FIN-VIGENCIA-2 EQUAL 0
                 MOVE 9999 TO FIN-VIGENCIA-2
              END-IF
              IF FER-MES-DIA-TAB(INDICE-FERIADO) NOT GREATER
                 FER-MES-DIA-HASTA-TAB(INDICE-OTRO) AND
                 FER-MES-DIA-TAB(INDICE-OTRO) NOT GREATER
                 FER-MES-DIA-HASTA-TAB(INDICE-FERIADO) AND
                 FER-FECHA-TAB(INDICE-FERIADO)(1:4) NOT GREATER
                 FIN-VIGENCIA-2 AND
                 FER-FECHA-TAB(INDICE-OTRO)(1:4) NOT GREATER
                 FIN-VIGENCIA-1
                 MOVE 'S' TO TRASLAPE-SW
              END-IF
           ELSE
              IF FER-ANUAL-TAB(INDICE-FERIADO) EQUAL 'S'
                 MOVE INDICE-FERIADO TO INDICE-ANUAL
                 MOVE INDICE-OTRO TO INDICE-PUNTUAL
              ELSE
                 MOVE INDICE-OTRO TO INDICE-ANUAL
                 MOVE INDICE-FERIADO TO INDICE-PUNTUAL
              END-IF
              MOVE FER-ANIO-HASTA-TAB(INDICE-ANUAL) TO FIN-VIGENCIA-1
              IF FIN-VIGENCIA-1 EQUAL 0
                 MOVE 9999 TO FIN-VIGENCIA-1
              END-IF
              MOVE FER-FECHA-TAB(INDICE-PUNTUAL)(1:4) TO ANIO-PUNTUAL
              IF FER-HASTA-TAB(INDICE-PUNTUAL) NOT LESS
                 FER-FECHA-TAB(INDICE-ANUAL) AND
                 ANIO-PUNTUAL NOT GREATER FIN-VIGENCIA-1 AND
                 FER-MES-DIA-TAB(INDICE-PUNTUAL) NOT GREATER
                 FER-MES-DIA-HASTA-TAB(INDICE-ANUAL) AND
                 FER-MES-DIA-TAB(INDICE-ANUAL) NOT GREATER
                 FER-MES-DIA-HASTA-TAB(INDICE-PUNTUAL)
                 MOVE 'S' TO TRASLAPE-SW
              END-IF
           END-IF
           END-IF.
       COMPARAR-FERIADOS-E. EXIT.


      *SECCION REVISAR QUE EL ANIO SIGUIENTE TENGA FERIADOS*
       REVISAR-ANIO-SIGUIENTE SECTION.
           MOVE 0 TO FERIADOS-ANIO-SIGUIENTE
           PERFORM VARYING INDICE-FERIADO FROM 1 BY 1
                   UNTIL INDICE-FERIADO GREATER CUENTA-FERIADOS
              IF FER-ANUAL-TAB(INDICE-FERIADO) EQUAL 'S'
                 IF FER-FECHA-TAB(INDICE-FERIADO)(1:4) NOT GREATER
                    ANIO-SIGUIENTE AND
                    (FER-ANIO-HASTA-TAB(INDICE-FERIADO) EQUAL 0 OR
                     FER-ANIO-HASTA-TAB(INDICE-FERIADO) NOT LESS
                     ANIO-SIGUIENTE)
                    ADD 1 TO FERIADOS-ANIO-SIGUIENTE
                 END-IF
              ELSE
                 IF FER-FECHA-TAB(INDICE-FERIADO)(1:4) EQUAL
                    ANIO-SIGUIENTE OR
                    FER-HASTA-TAB(INDICE-FERIADO)(1:4) EQUAL
                    ANIO-SIGUIENTE
                    ADD 1 TO FERIADOS-ANIO-SIGUIENTE
                 END-IF
              END-IF
           END-PERFORM
           IF FERIADOS-ANIO-SIGUIENTE EQUAL 0
              MOVE 'A' TO SEVERIDAD-EXC
              MOVE 'FERIADOS' TO ARCHIVO-EXC
              MOVE 0 TO REGISTRO-EXC
              MOVE SPACES TO MENSAJE-EXC
              STRING "EL CALENDARIO NO TIENE FERIADOS PARA EL ANIO "
                                            DELIMITED BY SIZE
                     ANIO-SIGUIENTE DELIMITED BY SIZE
                INTO MENSAJE-EXC
              MOVE SPACES TO IMAGEN-EXC
              PERFORM ANOTAR-EXCEPCION
           END-IF
           DISPLAY "FERIADOS PARA EL ANIO " ANIO-SIGUIENTE ": "
                   FERIADOS-ANIO-SIGUIENTE.
       REVISAR-ANIO-SIGUIENTE-E. EXIT.


      *SECCION REVISAR EL CATALOGO DE ANCLAS*
      *CADA ANCLA DEBE TENER FECHA VALIDA Y NO CAER EN FERIADO; AL*
      *FINAL SE REVISA EL NUMERO DE ANCLAS DE CADA CONJUNTO*
       REVISAR-CATALOGO SECTION.
           MOVE 'N' TO CATALOGO-EOF
           OPEN INPUT ARCHIVO-CATALOGO
           IF ARCHIVO-CATALOGO-NO-EXISTE
              DISPLAY "AVISO: NO EXISTE EL CATALOGO ANCLACAT; NO HAY "
                      "CONJUNTOS QUE REVISAR"
           ELSE
           IF NOT ARCHIVO-CATALOGO-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR ANCLACAT, ESTADO "
                      EST-ARCHIVO-CATALOGO
              PERFORM TERMINAR-POR-ERROR
           ELSE
              PERFORM UNTIL FIN-DEL-CATALOGO
                 READ ARCHIVO-CATALOGO
                    AT END MOVE 'S' TO CATALOGO-EOF
                    NOT AT END
                       ADD 1 TO CUENTA-LEIDAS-CATALOGO
                       PERFORM REVISAR-REGISTRO-ANCLA
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-CATALOGO
           END-IF
           END-IF
           PERFORM VARYING INDICE-CONJUNTO FROM 1 BY 1
                   UNTIL INDICE-CONJUNTO GREATER CUENTA-CONJUNTOS
              IF CNJ-ANCLAS-TAB(INDICE-CONJUNTO) GREATER
                 MAX-ANCLAS-CONJUNTO
                 MOVE 'E' TO SEVERIDAD-EXC
                 MOVE 'ANCLACAT' TO ARCHIVO-EXC
                 MOVE 0 TO REGISTRO-EXC
                 MOVE SPACES TO MENSAJE-EXC
                 STRING "EL CONJUNTO " DELIMITED BY SIZE
                        CNJ-NOMBRE-TAB(INDICE-CONJUNTO)
                                            DELIMITED BY SIZE
                        " TIENE " DELIMITED BY SIZE
                        CNJ-ANCLAS-TAB(INDICE-CONJUNTO)
                                            DELIMITED BY SIZE
                        " ANCLAS; EDUI3097 ADMITE " DELIMITED BY SIZE
                        MAX-ANCLAS-CONJUNTO DELIMITED BY SIZE
                   INTO MENSAJE-EXC
                 MOVE SPACES TO IMAGEN-EXC
                 PERFORM ANOTAR-EXCEPCION
              END-IF
           END-PERFORM.
       REVISAR-CATALOGO-E. EXIT.


      *SECCION REVISAR UN REGISTRO DEL CATALOGO DE ANCLAS*
       REVISAR-REGISTRO-ANCLA SECTION.
           MOVE 'E' TO SEVERIDAD-EXC
           MOVE 'ANCLACAT' TO ARCHIVO-EXC
           MOVE CUENTA-LEIDAS-CATALOGO TO REGISTRO-EXC
           MOVE REG-CATALOGO-ANCLA TO IMAGEN-EXC
           PERFORM CONTAR-ANCLA-CONJUNTO
           MOVE ANC-FECHA TO FECHA-VALIDAR
           PERFORM VALIDAR-FECHA
           IF NOT FECHA-VALIDA
              MOVE "FECHA DE LA ANCLA INVALIDA" TO MENSAJE-EXC
              PERFORM ANOTAR-EXCEPCION
           ELSE
              MOVE ANC-FECHA TO FECHA-A-VERIFICAR
              PERFORM VERIFICAR-FERIADO
              IF ES-FERIADO
                 MOVE SPACES TO MENSAJE-EXC
                 STRING "LA ANCLA " DELIMITED BY SIZE
                        ANC-ETIQUETA DELIMITED BY SIZE
                        " CAE EN EL FERIADO " DELIMITED BY SIZE
                        DESC-FERIADO-HALLADO DELIMITED BY SIZE
                        " CALENDARIO '" DELIMITED BY SIZE
                        CAL-FERIADO-HALLADO DELIMITED BY SIZE
                        "'" DELIMITED BY SIZE
                   INTO MENSAJE-EXC
                 PERFORM ANOTAR-EXCEPCION
              END-IF
           END-IF.
       REVISAR-REGISTRO-ANCLA-E. EXIT.


      *SECCION CONTAR LA ANCLA EN SU CONJUNTO*
       CONTAR-ANCLA-CONJUNTO SECTION.
           MOVE 0 TO CONJUNTO-HALLADO
           PERFORM VARYING INDICE-CONJUNTO FROM 1 BY 1
                   UNTIL INDICE-CONJUNTO GREATER CUENTA-CONJUNTOS
                      OR CONJUNTO-HALLADO GREATER 0
              IF CNJ-NOMBRE-TAB(INDICE-CONJUNTO) EQUAL ANC-CONJUNTO
                 MOVE INDICE-CONJUNTO TO CONJUNTO-HALLADO
              END-IF
           END-PERFORM
           IF CONJUNTO-HALLADO GREATER 0
              ADD 1 TO CNJ-ANCLAS-TAB(CONJUNTO-HALLADO)
           ELSE
           IF CUENTA-CONJUNTOS LESS MAX-CONJUNTOS
              ADD 1 TO CUENTA-CONJUNTOS
              MOVE ANC-CONJUNTO TO CNJ-NOMBRE-TAB(CUENTA-CONJUNTOS)
              MOVE 1 TO CNJ-ANCLAS-TAB(CUENTA-CONJUNTOS)
           ELSE
              DISPLAY "ADVERTENCIA: SE ALCANZO EL LIMITE DE "
                      MAX-CONJUNTOS " CONJUNTOS; NO SE CUENTA "
                      ANC-CONJUNTO
           END-IF
           END-IF.
       CONTAR-ANCLA-CONJUNTO-E. EXIT.


      *SECCION REVISAR EL MAESTRO DE IDIOMAS*
      *SIN ARCHIVO IDIOMAS EDUI3097 USA LOS IDIOMAS INCORPORADOS*
       REVISAR-IDIOMAS SECTION.
           MOVE 'N' TO IDIOMAS-EOF
           OPEN INPUT ARCHIVO-IDIOMAS
           IF ARCHIVO-IDIOMAS-NO-EXISTE
              DISPLAY "AVISO: NO EXISTE EL ARCHIVO IDIOMAS; EDUI3097 "
                      "USARA LOS IDIOMAS INCORPORADOS S Y E"
           ELSE
           IF NOT ARCHIVO-IDIOMAS-OK
              DISPLAY "ERROR: NO SE PUDO ABRIR IDIOMAS, ESTADO "
                      EST-ARCHIVO-IDIOMAS
              PERFORM TERMINAR-POR-ERROR
           ELSE
              PERFORM UNTIL FIN-DE-IDIOMAS
                 READ ARCHIVO-IDIOMAS
                    AT END MOVE 'S' TO IDIOMAS-EOF
                    NOT AT END
                       ADD 1 TO CUENTA-LEIDAS-IDIOMAS
                       PERFORM REVISAR-REGISTRO-IDIOMA
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-IDIOMAS
           END-IF
           END-IF.
       REVISAR-IDIOMAS-E. EXIT.


      *SECCION REVISAR UN REGISTRO DE IDIOMAS*
      *SE ANOTA UNA EXCEPCION POR CADA NOMBRE DE DIA O MES EN BLANCO;*
      *LA IMAGEN DEL REGISTRO SOLO ACOMPANA A LA PRIMERA*
       REVISAR-REGISTRO-IDIOMA SECTION.
           MOVE 'E' TO SEVERIDAD-EXC
           MOVE 'IDIOMAS' TO ARCHIVO-EXC
           MOVE CUENTA-LEIDAS-IDIOMAS TO REGISTRO-EXC
           MOVE REG-IDIOMA TO IMAGEN-EXC
           IF IDI-CODIGO EQUAL SPACE
              MOVE "CODIGO DE IDIOMA EN BLANCO" TO MENSAJE-EXC
              PERFORM ANOTAR-EXCEPCION
              MOVE SPACES TO IMAGEN-EXC
           END-IF
           PERFORM VARYING INDICE-NOMBRE FROM 1 BY 1
                   UNTIL INDICE-NOMBRE GREATER 7
              IF IDI-NOM-DIA(INDICE-NOMBRE) EQUAL SPACES
                 MOVE INDICE-NOMBRE TO NOMBRE-EDITADO
                 MOVE SPACES TO MENSAJE-EXC
                 STRING "IDIOMA '" DELIMITED BY SIZE
                        IDI-CODIGO DELIMITED BY SIZE
                        "': NOMBRE DEL DIA " DELIMITED BY SIZE
                        NOMBRE-EDITADO DELIMITED BY SIZE
                        " EN BLANCO" DELIMITED BY SIZE
                   INTO MENSAJE-EXC
                 PERFORM ANOTAR-EXCEPCION
                 MOVE SPACES TO IMAGEN-EXC
              END-IF
           END-PERFORM
           PERFORM VARYING INDICE-NOMBRE FROM 1 BY 1
                   UNTIL INDICE-NOMBRE GREATER 12
              IF IDI-NOM-MES(INDICE-NOMBRE) EQUAL SPACES
                 MOVE INDICE-NOMBRE TO NOMBRE-EDITADO
                 MOVE SPACES TO MENSAJE-EXC
                 STRING "IDIOMA '" DELIMITED BY SIZE
                        IDI-CODIGO DELIMITED BY SIZE
                        "': NOMBRE DEL MES " DELIMITED BY SIZE
                        NOMBRE-EDITADO DELIMITED BY SIZE
                        " EN BLANCO" DELIMITED BY SIZE
                   INTO MENSAJE-EXC
                 PERFORM ANOTAR-EXCEPCION
                 MOVE SPACES TO IMAGEN-EXC
              END-IF
           END-PERFORM.
       REVISAR-REGISTRO-IDIOMA-E. EXIT.


      *SECCION VERIFICAR SI LA FECHA EN FECHA-A-VERIFICAR ES FERIADO*
      *MISMA REGLA QUE EDUI3097: UN FERIADO PUNTUAL COINCIDE SI LA*
      *FECHA CAE EN SU TRAMO DESDE/HASTA; UNO ANUAL COINCIDE POR*
      *MES/DIA DENTRO DEL TRAMO DESDE EL ANIO DE SU ALTA HASTA SU*
      *VIGENCIA FINAL (ANIO-HASTA EN CEROS = SIN VENCIMIENTO). AQUI*
      *SE CONSULTAN LOS FERIADOS DE TODOS LOS CALENDARIOS, PORQUE UN*
      *CONJUNTO DE ANCLAS PUEDE USARSE EN CUALQUIER SEDE*
       VERIFICAR-FERIADO SECTION.
           MOVE 'N' TO FERIADO-HALLADO
           MOVE SPACES TO DESC-FERIADO-HALLADO
           MOVE SPACES TO CAL-FERIADO-HALLADO
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
                 MOVE FER-CAL-TAB(INDICE-FERIADO)
                    TO CAL-FERIADO-HALLADO
              END-IF
           END-PERFORM.
       VERIFICAR-FERIADO-E. EXIT.


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


      *SECCION ANOTAR UNA EXCEPCION EN EL LISTADO*
      *UN ERROR SUBE EL CODIGO A 8 Y UNA ADVERTENCIA A 4*
       ANOTAR-EXCEPCION SECTION.
           MOVE SPACES TO LINEA-LISTADO
           IF EXC-ERROR
              MOVE "ERROR" TO LINEA-LISTADO(1:11)
              ADD 1 TO CUENTA-ERRORES
              IF CODIGO-CONDICION LESS 8
                 MOVE 8 TO CODIGO-CONDICION
              END-IF
           ELSE
              MOVE "ADVERTENCIA" TO LINEA-LISTADO(1:11)
              ADD 1 TO CUENTA-ADVERTENCIAS
              IF CODIGO-CONDICION LESS 4
                 MOVE 4 TO CODIGO-CONDICION
              END-IF
           END-IF
           MOVE ARCHIVO-EXC TO LINEA-LISTADO(13:8)
           IF REGISTRO-EXC GREATER 0
              MOVE REGISTRO-EXC TO LINEA-LISTADO(22:5)
           END-IF
           MOVE MENSAJE-EXC TO LINEA-LISTADO(28:105)
           PERFORM ESCRIBIR-LINEA-LISTADO
           IF IMAGEN-EXC NOT EQUAL SPACES
              MOVE SPACES TO LINEA-LISTADO
              MOVE "IMAGEN: " TO LINEA-LISTADO(20:8)
              MOVE IMAGEN-EXC TO LINEA-LISTADO(28:60)
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-IF.
       ANOTAR-EXCEPCION-E. EXIT.


      *SECCION ESCRIBIR LOS TOTALES DE LA REVISION*
       ESCRIBIR-TOTALES SECTION.
           MOVE "================== TOTALES =================="
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "REGISTROS LEIDOS: FERIADOS " DELIMITED BY SIZE
                  CUENTA-LEIDAS-FERIADOS DELIMITED BY SIZE
                  "  ANCLACAT " DELIMITED BY SIZE
                  CUENTA-LEIDAS-CATALOGO DELIMITED BY SIZE
                  "  IDIOMAS " DELIMITED BY SIZE
                  CUENTA-LEIDAS-IDIOMAS DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           STRING "ERRORES " DELIMITED BY SIZE
                  CUENTA-ERRORES DELIMITED BY SIZE
                  "  ADVERTENCIAS " DELIMITED BY SIZE
                  CUENTA-ADVERTENCIAS DELIMITED BY SIZE
                  "  CODIGO DE CONDICION " DELIMITED BY SIZE
                  CODIGO-CONDICION DELIMITED BY SIZE
             INTO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           DISPLAY "ERRORES              : " CUENTA-ERRORES
           DISPLAY "ADVERTENCIAS         : " CUENTA-ADVERTENCIAS
           DISPLAY "CODIGO DE CONDICION  : " CODIGO-CONDICION.
       ESCRIBIR-TOTALES-E. EXIT.


      *SECCION TERMINAR LA CORRIDA POR UNA FALLA DE ARCHIVO*
       TERMINAR-POR-ERROR SECTION.
           MOVE SPACES TO LINEA-LISTADO
           MOVE "REVISION INCOMPLETA POR FALLA DE ARCHIVO, CODIGO 12"
              TO LINEA-LISTADO
           PERFORM ESCRIBIR-LINEA-LISTADO
           CLOSE ARCHIVO-LISTADO
           MOVE 12 TO RETURN-CODE
           STOP RUN.
       TERMINAR-POR-ERROR-E. EXIT.


      *SECCION ESCRIBIR UNA LINEA EN EL LISTADO*
       ESCRIBIR-LINEA-LISTADO SECTION.
           MOVE LINEA-LISTADO TO REG-LISTADO
           WRITE REG-LISTADO
           IF NOT ARCHIVO-LISTADO-OK
              DISPLAY "ERROR: FALLA AL ESCRIBIR LISTVAL, ESTADO "
                      EST-ARCHIVO-LISTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       ESCRIBIR-LINEA-LISTADO-E. EXIT.
