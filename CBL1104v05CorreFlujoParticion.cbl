      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Flujo de una particion del feed diario. Despues
      *  del particionador QG1CX281 se lanza una corrida de este
      *  programa por cada particion, todas a la vez e independientes
      *  entre si. Recibe el numero de particion, lo deja en la
      *  particion en curso PTA-PARTICION (COPY QG1PTA01, EXTERNAL) y
      *  ejecuta con la disciplina CALL/CANCEL de la consola los
      *  pasos del feed en orden:
      *    QG1CX091 posteo, QG1CX092 control de limites,
      *    QG1CX169 archivo del detalle,
      *  cada uno sobre los archivos QG1Pnn.* de su particion y
      *  marcando su bandera en QG1PARCT.DAT (COPY QG1PCT01). Si un
      *  paso termina con RETURN-CODE mayor a 4 el flujo se detiene
      *  con 16; se corrige y se vuelve a lanzar el mismo flujo, y
      *  los pasos ya marcados se dan por hechos solos, asi que
      *  retoma en el primero pendiente. Cada inicio y desenlace se
      *  anota en el run-log (CALL QG1CX120). Cuando todas las
      *  particiones terminaron, la fusion QG1CX284 recompone los
      *  archivos del dia y los totales.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX283.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
      *************************
       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).

           COPY QG1PTA01.
       01 WK-PARTICION-PEDIDA  PIC X(02).
       01 WK-PARTICION         PIC 9(02).

       01 WK-PROGRAMA-PASO     PIC X(08).
       01 WS-DETENIDO          PIC X(01) VALUE 'N'.
       01 WS-TOT-PASOS-OK      PIC 9(02) VALUE 0.

       01 WK-RC-EDITADO        PIC 9(04).
       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX283'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-EJECUTA-FLUJO
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "FLUJO DE PARTICION DEL FEED DIARIO" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "NUMERO DE PARTICION (01-20) : "
            ACCEPT WK-PARTICION-PEDIDA
            IF WK-PARTICION-PEDIDA NOT NUMERIC
               DISPLAY "NUMERO DE PARTICION INVALIDO"
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE WK-PARTICION-PEDIDA TO WK-PARTICION
            IF WK-PARTICION < 1 OR WK-PARTICION > 20
               DISPLAY "NUMERO DE PARTICION INVALIDO"
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE WK-PARTICION TO PTA-PARTICION.
      *
       2000-EJECUTA-FLUJO.
            MOVE 'QG1CX091' TO WK-PROGRAMA-PASO
            PERFORM 2100-EJECUTA-PASO
            IF WS-DETENIDO = 'N'
               MOVE 'QG1CX092' TO WK-PROGRAMA-PASO
               PERFORM 2100-EJECUTA-PASO
            END-IF
            IF WS-DETENIDO = 'N'
               MOVE 'QG1CX169' TO WK-PROGRAMA-PASO
               PERFORM 2100-EJECUTA-PASO
            END-IF
            DISPLAY "PASOS COMPLETADOS : " WS-TOT-PASOS-OK.
      *
       2100-EJECUTA-PASO.
            DISPLAY "PARTICION " WK-PARTICION " EJECUTANDO "
                    WK-PROGRAMA-PASO
            MOVE 0 TO RETURN-CODE
            CALL WK-PROGRAMA-PASO
            CANCEL WK-PROGRAMA-PASO
            MOVE RETURN-CODE TO WK-RC-EDITADO
            MOVE SPACES TO WK-LOG-TEXTO
            IF RETURN-CODE > 4
               MOVE 'S' TO WS-DETENIDO
               MOVE 'E' TO WK-LOG-SEVERIDAD
               STRING "PARTICION " WK-PARTICION " PASO "
                      WK-PROGRAMA-PASO " RC " WK-RC-EDITADO
                      " FLUJO DETENIDO"
                  DELIMITED SIZE INTO WK-LOG-TEXTO
            ELSE
               ADD 1 TO WS-TOT-PASOS-OK
               MOVE 'I' TO WK-LOG-SEVERIDAD
               STRING "PARTICION " WK-PARTICION " PASO "
                      WK-PROGRAMA-PASO " COMPLETO"
                  DELIMITED SIZE INTO WK-LOG-TEXTO
            END-IF
            MOVE 0 TO RETURN-CODE
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
      * La particion en curso se limpia para que un paso llamado
      * despues en la misma corrida vuelva a trabajar el feed entero.
       9000-FINAL.
           MOVE 0 TO PTA-PARTICION
           IF WS-DETENIDO = 'S'
              DISPLAY "EL FLUJO DE LA PARTICION " WK-PARTICION
                      " SE DETUVO; CORREGIR Y VOLVER A LANZARLO"
              MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.
       END PROGRAM QG1CX283.
