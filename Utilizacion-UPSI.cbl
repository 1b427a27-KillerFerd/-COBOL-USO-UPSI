      *              MAESTRO IDIOMAS (COPY IDIOMREG) PUEDE AGREGAR O   *
      *              REEMPLAZAR IDIOMAS SIN CAMBIO DE PROGRAMA; LOS    *
      *              IDIOMAS DISTINTOS DE 'E' USAN LA PROSA EN ESPANOL *
      * 10/09/2026 - EL REGISTRO DEL MAESTRO PASA AL COPY MAESTREG,    *
      *              COMPARTIDO CON EDUI3099 Y CON EL UTILITARIO DE    *
      *              LISTADO Y REORGANIZACION EDUI3104                 *
      * 28/09/2026 - CALENDARIO DE FERIADOS POR SEDE O REGION EN LA    *
      *              TARJETA DE CONTROL: SE CARGAN LOS FERIADOS DE ESE *
      *              CALENDARIO MAS LOS NACIONALES (CALENDARIO EN      *
      *              BLANCO); EL CALENDARIO ENTRA EN LA LLAVE DEL      *
      *              MAESTRO Y SE GRABA EN BITACORA Y EXTRACTO         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3097.
      *DEPENDEN DEL CALENDARIO DE FERIADOS VIGENTE AL CALCULARLOS;*
      *DESPUES DE UN CAMBIO DE CALENDARIO CON EDUI3098 HAY QUE CORRER*
      *EDUI3099, QUE DEPURA SOLO LOS REGISTROS CUYO TRAMO TOCA LAS*
      *FECHAS AFECTADAS PARA QUE SE RECALCULEN. EL CALENDARIO DE LA*
      *CORRIDA ES PARTE DE LA LLAVE: LOS RESULTADOS DE UNA SEDE NO SE*
      *REUTILIZAN EN OTRA*
       FD  ARCHIVO-MAESTRO.
       COPY MAESTREG.
       WORKING-STORAGE SECTION.

      *VARIABLES DE REGISTRO*
      *RIGE LA SEMANA CLASICA DE LUNES A VIERNES*
           02 SEMANA-HABIL-CONTROL          PIC X(07).
              88 SIN-SEMANA-HABIL                     VALUE SPACES.
      *CALENDARIO DE FERIADOS DE LA SEDE O REGION (FER-CALENDARIO);*
      *LOS FERIADOS NACIONALES (CALENDARIO EN BLANCO) RIGEN SIEMPRE.*
      *EN BLANCO LA CORRIDA USA SOLO LOS FERIADOS NACIONALES*
           02 CALENDARIO-CONTROL            PIC X(04).
              88 SIN-CALENDARIO                       VALUE SPACES.

      *CAPACIDAD MAXIMA DE FECHAS POR CORRIDA*
       78 MAX-FECHAS                        VALUE 500.
      *ANUAL REPITE SU TRAMO MES/DIA CADA ANIO HASTA SU VIGENCIA FINAL*
          02 TABLA-FERIADOS.
              04 CUENTA-FERIADOS            PIC 9(03) VALUE 0.
              04 CUENTA-FERIADOS-OTRO-CAL   PIC 9(05) VALUE 0.
              04 FER-FECHA-TAB              PIC 9(08)
                                             OCCURS MAX-FERIADOS.
              04 FER-HASTA-TAB              PIC 9(08)
       PRINCIPAL SECTION.
           PERFORM SEMBRAR-IDIOMAS
           PERFORM CARGAR-IDIOMAS
           PERFORM INGRESAR-FECHAS
           DISPLAY "----->" CUENTA-FECHAS
           IF MODO-ORDENADO
              MOVE FECHA-MAX-LOTE TO BIT-FECHA-MAX
              MOVE CODIGO-CONDICION TO BIT-CONDICION
              MOVE LOTE-CONTROL TO BIT-LOTE
              MOVE CALENDARIO-CONTROL TO BIT-CALENDARIO
              WRITE REG-BITACORA
              CLOSE ARCHIVO-BITACORA
           END-IF.
           MOVE ANCLA-FORMATO TO ANCLA-FORMATO-TAB(1)

           PERFORM REGISTRAR-SEMANA-HABIL
      *LOS FERIADOS SE CARGAN YA LEIDA LA TARJETA DE CONTROL, QUE*
      *DICE DE QUE CALENDARIO SE TOMAN*
           PERFORM CARGAR-FERIADOS

           MOVE 0 TO CUENTA-FECHAS-TOTAL
           MOVE 0 TO CUENTA-RECHAZADAS-TOTAL

      *SECCION CARGAR EL CALENDARIO DE FERIADOS EN LA TABLA*
      *SI NO EXISTE EL ARCHIVO FERIADOS LA CORRIDA CONTINUA SIN*
      *FERIADOS, COMO ANTES DE EXISTIR EL CALENDARIO. SOLO SE CARGAN*
      *LOS FERIADOS NACIONALES Y LOS DEL CALENDARIO DE LA TARJETA*
      *DE CONTROL; LOS DE OTRAS SEDES SE SALTAN*
       CARGAR-FERIADOS SECTION.
           MOVE 0 TO CUENTA-FERIADOS
           MOVE 0 TO CUENTA-FERIADOS-OTRO-CAL
           IF SIN-CALENDARIO
              DISPLAY "CALENDARIO DE FERIADOS: SOLO NACIONALES"
           ELSE
              DISPLAY "CALENDARIO DE FERIADOS: " CALENDARIO-CONTROL
                      " MAS LOS NACIONALES"
           END-IF
           MOVE 'N' TO FERIADOS-EOF
           OPEN INPUT ARCHIVO-FERIADOS
           IF ARCHIVO-FERIADOS-NO-EXISTE
                 READ ARCHIVO-FERIADOS
                    AT END MOVE 'S' TO FERIADOS-EOF
                    NOT AT END
                       IF NOT FERIADO-NACIONAL AND
                          FER-CALENDARIO NOT EQUAL CALENDARIO-CONTROL
                          ADD 1 TO CUENTA-FERIADOS-OTRO-CAL
                       ELSE
                       IF CUENTA-FERIADOS LESS MAX-FERIADOS
                          ADD 1 TO CUENTA-FERIADOS
                          MOVE FER-FECHA
                                  "RESTO DEL CALENDARIO SE IGNORA"
                          MOVE 'S' TO FERIADOS-EOF
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-FERIADOS
              DISPLAY "FERIADOS CARGADOS: " CUENTA-FERIADOS
              DISPLAY "FERIADOS DE OTROS CALENDARIOS: "
                      CUENTA-FERIADOS-OTRO-CAL
           END-IF
           END-IF.
       CARGAR-FERIADOS-E. EXIT.
              MOVE FECHA-GUARDADA(CUENTA-PROCESOS) TO MAE-FECHA
              MOVE ANCLA-FECHA-TAB(INDICE-ANCLA) TO MAE-ANCLA
              MOVE IDIOMA-ACTUAL TO MAE-IDIOMA
              MOVE CALENDARIO-CONTROL TO MAE-CALENDARIO
              READ ARCHIVO-MAESTRO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'S' TO MAESTRO-HALLADO-SW
              MOVE FECHA-GUARDADA(CUENTA-PROCESOS) TO MAE-FECHA
              MOVE ANCLA-FECHA-TAB(INDICE-ANCLA) TO MAE-ANCLA
              MOVE IDIOMA-ACTUAL TO MAE-IDIOMA
              MOVE CALENDARIO-CONTROL TO MAE-CALENDARIO
              MOVE NUM-DIA-SEM(CUENTA-PROCESOS) TO MAE-NUM-DIA-SEM
              MOVE NOM-DIA(CUENTA-PROCESOS) TO MAE-NOM-DIA
              MOVE NOM-MES(CUENTA-PROCESOS) TO MAE-NOM-MES
              MOVE ANCLA-ETIQ-TAB(INDICE-ANCLA) TO EXT-ANCLA-ETIQUETA
              MOVE ANCLA-FECHA-TAB(INDICE-ANCLA) TO EXT-ANCLA-FECHA
              MOVE LOTE-CONTROL TO EXT-LOTE
              MOVE CALENDARIO-CONTROL TO EXT-CALENDARIO
              WRITE REG-EXTRACTO
              IF NOT ARCHIVO-EXTRACTO-OK
                 DISPLAY "ERROR: FALLA AL ESCRIBIR EXTRACTO, ESTADO "
