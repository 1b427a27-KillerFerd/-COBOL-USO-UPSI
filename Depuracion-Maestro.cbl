      *              LLAVE, INCLUIDO EL IDENTIFICADOR DE LOTE)         *
      * 30/08/2026 - EL RESTO CRECE A 59 POSICIONES POR LA SEMANA      *
      *              HABIL GUARDADA EN EL MAESTRO DE EDUI3097          *
      * 10/09/2026 - EL REGISTRO DEL MAESTRO SE TOMA DEL COPY MAESTREG *
      *              EN LUGAR DE SEGUIR A MANO EL LARGO DE EDUI3097    *
      * 28/09/2026 - LOS FERIADOS SE COMPARAN TAMBIEN POR CALENDARIO   *
      *              DE SEDE; EL CAMBIO DE UN FERIADO DE UNA SEDE SOLO *
      *              DEPURA LOS RESULTADOS DE ESE CALENDARIO (LLAVE    *
      *              DEL MAESTRO) Y EL DE UN NACIONAL DEPURA TODOS     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDUI3099.
           02 FER-ANUAL-NUE                 PIC X(01).
           02 FER-ANIO-HASTA-NUE            PIC 9(04).
           02 FER-DESC-NUE                  PIC X(30).
           02 FER-CAL-NUE                   PIC X(04).

      *MISMO COPY MAESTREG QUE EL MAESTRO DE EDUI3097; AQUI SOLO*
      *INTERESA LA LLAVE, EL RESTO SE ARRASTRA SIN TOCARSE*
       FD  ARCHIVO-MAESTRO.
       COPY MAESTREG.
       WORKING-STORAGE SECTION.

      *CAPACIDAD MAXIMA DE FERIADOS EN CADA CALENDARIO*
                                             OCCURS MAX-FERIADOS.
              04 ANT-ANIO-HASTA-TAB         PIC 9(04)
                                             OCCURS MAX-FERIADOS.
              04 ANT-CAL-TAB                PIC X(04)
                                             OCCURS MAX-FERIADOS.

      *CALENDARIO NUEVO EN MEMORIA*
          02 TABLA-FER-NUE.
                                             OCCURS MAX-FERIADOS.
              04 NUE-ANIO-HASTA-TAB         PIC 9(04)
                                             OCCURS MAX-FERIADOS.
              04 NUE-CAL-TAB                PIC X(04)
                                             OCCURS MAX-FERIADOS.

      *FERIADOS AFECTADOS POR EL MANTENIMIENTO: LOS QUE ESTAN EN UN*
      *CALENDARIO PERO NO EN EL OTRO CON EL MISMO TRAMO, MARCA ANUAL*
                                             OCCURS MAX-AFECTADOS.
              04 AFE-ANIO-HASTA-TAB         PIC 9(04)
                                             OCCURS MAX-AFECTADOS.
              04 AFE-CAL-TAB                PIC X(04)
                                             OCCURS MAX-AFECTADOS.

          02 BUSQUEDA-FERIADO.
              04 INDICE-FER                 PIC 9(03).
              04 HASTA-COMPARADA            PIC 9(08).
              04 ANUAL-COMPARADO            PIC X(01).
              04 ANIO-HASTA-COMPARADO       PIC 9(04).
              04 CAL-COMPARADO              PIC X(04).

      *VARIABLES DE TRABAJO PARA DECIDIR SI UN REGISTRO DEL MAESTRO*
      *QUEDA OBSOLETO: EL CONTEO DE DIAS HABILES DE EDUI3097 RECORRE*
                             MOVE 0
                                TO ANT-ANIO-HASTA-TAB(CUENTA-FER-ANT)
                          END-IF
                          MOVE FER-CALENDARIO
                             TO ANT-CAL-TAB(CUENTA-FER-ANT)
                       ELSE
                          DISPLAY "ERROR: FERIANT EXCEDE EL LIMITE DE "
                                  MAX-FERIADOS " FERIADOS"
                          MOVE 0
                             TO NUE-ANIO-HASTA-TAB(CUENTA-FER-NUE)
                       END-IF
                       MOVE FER-CAL-NUE
                          TO NUE-CAL-TAB(CUENTA-FER-NUE)
                    ELSE
                       DISPLAY "ERROR: FERINUE EXCEDE EL LIMITE DE "
                               MAX-FERIADOS " FERIADOS"
      *SECCION DETERMINAR LOS FERIADOS AFECTADOS POR EL CAMBIO*
      *UN FERIADO ESTA AFECTADO SI SU PAREJA FECHA/MARCA ANUAL NO*
      *APARECE IDENTICA EN EL OTRO CALENDARIO: CUBRE ALTAS, BAJAS Y*
      *CAMBIOS DE MARCA ANUAL EN CUALQUIER DIRECCION. PASAR UN*
      *FERIADO DE UNA SEDE A OTRA AFECTA A AMBAS*
       DETERMINAR-AFECTADOS SECTION.
           MOVE 0 TO CUENTA-AFECTADOS

              MOVE ANT-ANUAL-TAB(INDICE-FER) TO ANUAL-COMPARADO
              MOVE ANT-ANIO-HASTA-TAB(INDICE-FER)
                 TO ANIO-HASTA-COMPARADO
              MOVE ANT-CAL-TAB(INDICE-FER) TO CAL-COMPARADO
              PERFORM BUSCAR-EN-CALENDARIO-NUEVO
              IF NOT FERIADO-IGUAL
                 PERFORM REGISTRAR-AFECTADO
              MOVE NUE-ANUAL-TAB(INDICE-FER) TO ANUAL-COMPARADO
              MOVE NUE-ANIO-HASTA-TAB(INDICE-FER)
                 TO ANIO-HASTA-COMPARADO
              MOVE NUE-CAL-TAB(INDICE-FER) TO CAL-COMPARADO
              PERFORM BUSCAR-EN-CALENDARIO-ANTERIOR
              IF NOT FERIADO-IGUAL
                 PERFORM REGISTRAR-AFECTADO
                 NUE-HASTA-TAB(INDICE-OTRO) EQUAL HASTA-COMPARADA AND
                 NUE-ANUAL-TAB(INDICE-OTRO) EQUAL ANUAL-COMPARADO AND
                 NUE-ANIO-HASTA-TAB(INDICE-OTRO) EQUAL
                 ANIO-HASTA-COMPARADO AND
                 NUE-CAL-TAB(INDICE-OTRO) EQUAL CAL-COMPARADO
                 MOVE 'S' TO FERIADO-IGUAL-SW
              END-IF
           END-PERFORM.
                 ANT-HASTA-TAB(INDICE-OTRO) EQUAL HASTA-COMPARADA AND
                 ANT-ANUAL-TAB(INDICE-OTRO) EQUAL ANUAL-COMPARADO AND
                 ANT-ANIO-HASTA-TAB(INDICE-OTRO) EQUAL
                 ANIO-HASTA-COMPARADO AND
                 ANT-CAL-TAB(INDICE-OTRO) EQUAL CAL-COMPARADO
                 MOVE 'S' TO FERIADO-IGUAL-SW
              END-IF
           END-PERFORM.
              MOVE ANUAL-COMPARADO TO AFE-ANUAL-TAB(CUENTA-AFECTADOS)
              MOVE ANIO-HASTA-COMPARADO
                 TO AFE-ANIO-HASTA-TAB(CUENTA-AFECTADOS)
              MOVE CAL-COMPARADO TO AFE-CAL-TAB(CUENTA-AFECTADOS)
              DISPLAY "FERIADO AFECTADO: " FECHA-COMPARADA
                      " A " HASTA-COMPARADA
                      " ANUAL " ANUAL-COMPARADO
                      " VIGENCIA " ANIO-HASTA-COMPARADO
                      " CALENDARIO '" CAL-COMPARADO "'"
           ELSE
              DISPLAY "ERROR: TABLA DE AFECTADOS LLENA ("
                      MAX-AFECTADOS ")"
      *SECCION EVALUAR SI EL REGISTRO DEL MAESTRO QUEDO OBSOLETO*
      *EL CONTEO DE DIAS HABILES DE EDUI3097 RECORRE DESDE EL MENOR*
      *DE FECHA/ANCLA (EXCLUSIVO) HASTA EL MAYOR (INCLUSIVO); UNA*
      *FECHA AFECTADA DENTRO DE ESE TRAMO INVALIDA LA FIGURA GUARDADA.*
      *UN FERIADO DE SEDE SOLO TOCA LOS REGISTROS DE SU CALENDARIO;*
      *UNO NACIONAL (CALENDARIO EN BLANCO) TOCA LOS DE TODOS*
       EVALUAR-REGISTRO-MAESTRO SECTION.
           MOVE 'N' TO REGISTRO-OBSOLETO-SW
           IF MAE-FECHA LESS MAE-ANCLA
           PERFORM VARYING INDICE-AFECTADO FROM 1 BY 1
                   UNTIL INDICE-AFECTADO GREATER CUENTA-AFECTADOS
                      OR REGISTRO-OBSOLETO
              IF AFE-CAL-TAB(INDICE-AFECTADO) NOT EQUAL SPACES AND
                 AFE-CAL-TAB(INDICE-AFECTADO) NOT EQUAL MAE-CALENDARIO
                 CONTINUE
              ELSE
              IF AFE-ANUAL-TAB(INDICE-AFECTADO) EQUAL 'S'
                 PERFORM EVALUAR-AFECTADO-ANUAL
              ELSE
                    MOVE 'S' TO REGISTRO-OBSOLETO-SW
                 END-IF
              END-IF
              END-IF
           END-PERFORM.
       EVALUAR-REGISTRO-MAESTRO-E. EXIT.

