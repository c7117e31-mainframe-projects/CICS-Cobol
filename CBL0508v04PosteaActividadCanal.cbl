      *  los utilitarios de la consola QG1CX145): termina con GOBACK
      *  en vez de STOP RUN, senalando el desenlace en RETURN-CODE,
      *  para no tumbar la unidad de corrida del que lo llama.
      * Reversos: una linea TRX-REVERSO (ya casada contra su original
      *  por QG1CX160) RESTA su cantidad y monto del acumulado de vida
      *  del canal y del periodo AAAAMM del movimiento ORIGINAL
      *  (TRX-FECHA-ORIG) en la historia mensual, sin bajar de cero y
      *  sin mover VOL-FECHA-ULTIMA; si el periodo original ya salio
      *  de la retencion de 24 meses no hay nada que restar.
      * Tipo de operacion: cada periodo de la historia mensual parte
      *  ademas su volumen y monto por TRX-TIPO-OPER (MEN-DESGLOSE,
      *  hasta 10 tipos incluida la actividad sin tipo), y un reverso
      *  resta tambien del tipo de su original. Los registros
      *  anteriores al desglose se cargan con cero tipos.
      * Ciclos intradia: QG1CX160.TRX es ahora el de un ciclo del
      *  feed. El posteo exige el ciclo pre-editado ('E') en el
      *  control QG1CICFD.DAT (COPY QG1CIC01) y al terminar lo deja
      *  posteado ('P'); sin ciclo pendiente no postea, de modo que
      *  el mismo ciclo no entra dos veces aunque su firma difiera.
      * Particiones: llamado por el flujo de particion QG1CX283 (con
      *  PTA-PARTICION de COPY QG1PTA01 puesta) postea solo el
      *  archivo de su particion QG1Pnn.TRX: carga del acumulado y de
      *  la historia mensual unicamente los canales de la particion
      *  (rutina QG1CX282), los deja en QG1Pnn.VOL y QG1Pnn.MES, usa
      *  su propia firma QG1Pnn.CTL y, en vez de marcar el ciclo,
      *  marca la particion posteada en QG1PARCT.DAT (COPY QG1PCT01).
      *  QG1CX091.VOL y QG1CX091.MES no se tocan: los recompone la
      *  fusion QG1CX284 cuando todas las particiones terminaron. Una
      *  particion ya posteada o sin lineas en el ciclo se da por
      *  hecha con RETURN-CODE 0, para que el flujo relanzado siga.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TRX ASSIGN TO DYNAMIC WS-NOMBRE-TRX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRX.

           SELECT HOST-VOL ASSIGN TO DYNAMIC WS-NOMBRE-VOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VOL.

           SELECT HOST-CTL ASSIGN TO DYNAMIC WS-NOMBRE-CTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.

           SELECT HOST-MENSUAL ASSIGN TO DYNAMIC WS-NOMBRE-MES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSUAL.

           SELECT HOST-CICLOS ASSIGN TO "QG1CICFD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIF-LLAVE
           FILE STATUS IS FS-CICLOS.

           SELECT HOST-PARTCTL ASSIGN TO "QG1PARCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCT-LLAVE
           FILE STATUS IS FS-PARTCTL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-MENSUAL.
           COPY QG1MEN01.

       FD  HOST-CICLOS.
           COPY QG1CIC01.

       FD  HOST-PARTCTL.
           COPY QG1PCT01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-TRX               PIC X(02).
       01 FS-VOL               PIC X(02).
       01 FS-CTL               PIC X(02).
       01 FS-MENSUAL           PIC X(02).
       01 FS-CICLOS            PIC X(02).
       01 FS-PARTCTL           PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WS-NOMBRE-TRX        PIC X(12) VALUE 'QG1CX160.TRX'.
       01 WS-NOMBRE-VOL        PIC X(12) VALUE 'QG1CX091.VOL'.
       01 WS-NOMBRE-CTL        PIC X(12) VALUE 'QG1CX091.CTL'.
       01 WS-NOMBRE-MES        PIC X(12) VALUE 'QG1CX091.MES'.

       01 WS-TOT-MENSUAL       PIC 9(04) VALUE 0.
       01 WS-TABLA-MENSUAL.
          05 WS-MEN-TBL        OCCURS 1 TO 2000 TIMES
             10 WS-MEN-PERIODO PIC 9(06).
             10 WS-MEN-VOLUMEN PIC 9(07).
             10 WS-MEN-MONTO   PIC 9(11)V9(02).
             10 WS-MEN-DESGLOSE.
                15 WS-MEN-TOT-TIPOS PIC 9(02).
                15 WS-MEN-TIPO-TBL  OCCURS 10 TIMES.
                   20 WS-MEN-TIPO-OPER    PIC X(02).
                   20 WS-MEN-TIPO-VOLUMEN PIC 9(07).
                   20 WS-MEN-TIPO-MONTO   PIC 9(11)V9(02).

       01 WK-J                 PIC 9(04).
       01 WK-POS-MES           PIC 9(04).
       01 WK-K                 PIC 9(02).
       01 WK-POS-TIPO          PIC 9(02).
       01 WK-PERIODO-TRX       PIC 9(06).
       01 WK-PERIODO-MAXIMO    PIC 9(06) VALUE 0.
       01 WK-PERIODO-CORTE     PIC 9(06).

       01 WS-TOT-LEIDAS        PIC 9(07) VALUE 0.
       01 WS-TOT-REVERSOS      PIC 9(07) VALUE 0.
       01 WS-TOT-CANALES       PIC 9(04) VALUE 0.

       01 WS-TABLA-VOLUMENES.
       01 WS-FEED-SUMA-CANT    PIC 9(09) VALUE 0.
       01 WS-FEED-SUMA-MONTO   PIC 9(13)V9(02) VALUE 0.

       01 WK-LLAVE-CICLO       PIC X(10).
       01 WK-HAY-CICLO         PIC X(01).

           COPY QG1PTA01.
       01 WS-MODO-PARTICION    PIC X(01) VALUE 'N'.
       01 WK-PARTICION         PIC 9(02) VALUE 0.
       01 WK-PARTICION-CANAL   PIC 9(02).
       01 WK-TOT-PARTICIONES   PIC 9(02).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1100-VERIFICA-CICLO
            PERFORM 1200-VERIFICA-FEED-REPETIDO
            PERFORM 1500-CARGA-ACUMULADO
            PERFORM 1700-CARGA-MENSUAL
            PERFORM 2000-POSTEA-TRANSACCIONES
            PERFORM 3000-GRABA-VOLUMENES
            PERFORM 3500-GRABA-MENSUAL
            IF WS-MODO-PARTICION = 'S'
               PERFORM 3900-MARCA-PARTICION
            ELSE
               PERFORM 3800-MARCA-POSTEADO
            END-IF
            PERFORM 4000-FINAL.
      *
       1000-INICIO.
            MOVE "POSTEO DE ACTIVIDAD DIARIA POR CANAL" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE 0 TO WS-TOT-CANALES
            IF PTA-PARTICION NUMERIC AND PTA-PARTICION > 0
               MOVE 'S' TO WS-MODO-PARTICION
               MOVE PTA-PARTICION TO WK-PARTICION
               MOVE SPACES TO WS-NOMBRE-TRX, WS-NOMBRE-CTL
               STRING "QG1P" WK-PARTICION ".TRX"
                  DELIMITED SIZE INTO WS-NOMBRE-TRX
               STRING "QG1P" WK-PARTICION ".CTL"
                  DELIMITED SIZE INTO WS-NOMBRE-CTL
               DISPLAY "POSTEO DE LA PARTICION " WK-PARTICION
            END-IF.
      *
      * QG1CX160 no deja mas de un ciclo pre-editado a la vez
       1100-VERIFICA-CICLO.
            OPEN INPUT HOST-CICLOS
            IF FS-CICLOS NOT = '00'
               DISPLAY "ABEND: SIN CONTROL DE CICLOS QG1CICFD.DAT - "
                       "FILE STATUS " FS-CICLOS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE 'N' TO WK-HAY-CICLO
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y' OR WK-HAY-CICLO = 'S'
               READ HOST-CICLOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF CIF-PRE-EDITADO
                        MOVE 'S' TO WK-HAY-CICLO
                        MOVE CIF-LLAVE TO WK-LLAVE-CICLO
                        DISPLAY "POSTEO DEL CICLO " CIF-CICLO
                                " DE LA FECHA " CIF-FECHA
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-CICLOS
            IF WK-HAY-CICLO = 'N'
               DISPLAY "ABEND: NO HAY CICLO PRE-EDITADO PENDIENTE "
                       "DE POSTEO"
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            IF WS-MODO-PARTICION = 'S'
               PERFORM 1150-VERIFICA-PARTICION
            END-IF.
      *
       1150-VERIFICA-PARTICION.
            OPEN INPUT HOST-PARTCTL
            IF FS-PARTCTL NOT = '00'
               DISPLAY "ABEND: SIN CONTROL DE PARTICIONES QG1PARCT.DAT"
                       " - FILE STATUS " FS-PARTCTL
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE WK-LLAVE-CICLO TO PCT-LLAVE(1:10)
            MOVE WK-PARTICION   TO PCT-PARTICION
            READ HOST-PARTCTL
               INVALID KEY
                  DISPLAY "PARTICION " WK-PARTICION
                          " SIN LINEAS EN EL CICLO, NADA QUE POSTEAR"
                  CLOSE HOST-PARTCTL
                  MOVE 0 TO RETURN-CODE
                  GOBACK
            END-READ
            CLOSE HOST-PARTCTL
            IF PCT-POSTEADA
               DISPLAY "PARTICION " WK-PARTICION
                       " YA POSTEADA EN ESTE CICLO"
               MOVE 0 TO RETURN-CODE
               GOBACK
            END-IF.
      *
       1200-VERIFICA-FEED-REPETIDO.
            OPEN INPUT HOST-TRX
                  READ HOST-VOL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        PERFORM 1550-CARGA-CANAL
                  END-READ
               END-PERFORM
               CLOSE HOST-VOL
            ELSE
               DISPLAY "SIN ACUMULADO PREVIO, SE ARRANCA EN CERO"
            END-IF.
      *
      * Con particion solo entran los canales de la particion; los
      * demas los conserva la fusion desde el acumulado general.
       1550-CARGA-CANAL.
            MOVE WK-PARTICION TO WK-PARTICION-CANAL
            IF WS-MODO-PARTICION = 'S'
               CALL "QG1CX282" USING VOL-COD-CANAL,
                                      WK-PARTICION-CANAL,
                                      WK-TOT-PARTICIONES
            END-IF
            IF WK-PARTICION-CANAL = WK-PARTICION
               IF WS-TOT-CANALES = 500
                  DISPLAY "ABEND: TABLA DE ACUMULACION "
                          "LLENA (500 CANALES)"
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
               ADD 1 TO WS-TOT-CANALES
               MOVE VOL-COD-CANAL
                 TO WS-COD-TBL(WS-TOT-CANALES)
               MOVE VOL-VOLUMEN-TRX
                 TO WS-VOLUMEN-TBL(WS-TOT-CANALES)
               MOVE VOL-MONTO-TOTAL
                 TO WS-MONTO-TBL(WS-TOT-CANALES)
               MOVE VOL-FECHA-ULTIMA
                 TO WS-FECHA-TBL(WS-TOT-CANALES)
            END-IF.
      *
       1700-CARGA-MENSUAL.
            OPEN INPUT HOST-MENSUAL
                  READ HOST-MENSUAL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        PERFORM 1750-CARGA-PERIODO
                  END-READ
               END-PERFORM
               CLOSE HOST-MENSUAL
            END-IF.
      *
      * El periodo maximo se toma de toda la historia, aun con
      * particion, para que el corte de retencion sea el mismo.
       1750-CARGA-PERIODO.
            IF MEN-PERIODO > WK-PERIODO-MAXIMO
               MOVE MEN-PERIODO TO WK-PERIODO-MAXIMO
            END-IF
            MOVE WK-PARTICION TO WK-PARTICION-CANAL
            IF WS-MODO-PARTICION = 'S'
               CALL "QG1CX282" USING MEN-COD-CANAL,
                                      WK-PARTICION-CANAL,
                                      WK-TOT-PARTICIONES
            END-IF
            IF WK-PARTICION-CANAL = WK-PARTICION
               IF WS-TOT-MENSUAL = 2000
                  DISPLAY "ABEND: TABLA DE HISTORIA MENSUAL LLENA"
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
               ADD 1 TO WS-TOT-MENSUAL
               MOVE MEN-COD-CANAL
                 TO WS-MEN-CANAL(WS-TOT-MENSUAL)
               MOVE MEN-PERIODO
                 TO WS-MEN-PERIODO(WS-TOT-MENSUAL)
               MOVE MEN-VOLUMEN
                 TO WS-MEN-VOLUMEN(WS-TOT-MENSUAL)
               MOVE MEN-MONTO
                 TO WS-MEN-MONTO(WS-TOT-MENSUAL)
               MOVE MEN-DESGLOSE
                 TO WS-MEN-DESGLOSE(WS-TOT-MENSUAL)
               IF MEN-TOT-TIPOS NOT NUMERIC
                  MOVE 0 TO WS-MEN-TOT-TIPOS(WS-TOT-MENSUAL)
               END-IF
            END-IF.
      *
       2000-POSTEA-TRANSACCIONES.
            OPEN INPUT HOST-TRX
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-TOT-LEIDAS
                     IF TRX-REVERSO
                        ADD 1 TO WS-TOT-REVERSOS
                        PERFORM 2300-REVIERTE-TRANSACCION
                        PERFORM 2400-REVIERTE-MENSUAL
                     ELSE
                        PERFORM 2100-ACUMULA-TRANSACCION
                        PERFORM 2200-ACUMULA-MENSUAL
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-TRX

            DISPLAY "TRANSACCIONES LEIDAS : " WS-TOT-LEIDAS
            DISPLAY "REVERSOS POSTEADOS   : " WS-TOT-REVERSOS
            DISPLAY "CANALES CON ACTIVIDAD: " WS-TOT-CANALES.
      *
       2100-ACUMULA-TRANSACCION.
               MOVE WK-PERIODO-TRX TO WS-MEN-PERIODO(WK-POS-MES)
               MOVE 0 TO WS-MEN-VOLUMEN(WK-POS-MES)
               MOVE 0 TO WS-MEN-MONTO(WK-POS-MES)
               MOVE 0 TO WS-MEN-TOT-TIPOS(WK-POS-MES)
            END-IF
            ADD TRX-CANTIDAD TO WS-MEN-VOLUMEN(WK-POS-MES)
            ADD TRX-MONTO    TO WS-MEN-MONTO(WK-POS-MES)
            PERFORM 2250-ACUMULA-TIPO.
      *
       2250-ACUMULA-TIPO.
            PERFORM 2500-BUSCA-TIPO
            IF WK-POS-TIPO = 0
               IF WS-MEN-TOT-TIPOS(WK-POS-MES) = 10
                  DISPLAY "ABEND: DESGLOSE POR TIPO DE OPERACION "
                          "LLENO (10 TIPOS) - CANAL " TRX-COD-CANAL
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
               ADD 1 TO WS-MEN-TOT-TIPOS(WK-POS-MES)
               MOVE WS-MEN-TOT-TIPOS(WK-POS-MES) TO WK-POS-TIPO
               MOVE TRX-TIPO-OPER
                 TO WS-MEN-TIPO-OPER(WK-POS-MES, WK-POS-TIPO)
               MOVE 0 TO WS-MEN-TIPO-VOLUMEN(WK-POS-MES, WK-POS-TIPO)
               MOVE 0 TO WS-MEN-TIPO-MONTO(WK-POS-MES, WK-POS-TIPO)
            END-IF
            ADD TRX-CANTIDAD
              TO WS-MEN-TIPO-VOLUMEN(WK-POS-MES, WK-POS-TIPO)
            ADD TRX-MONTO
              TO WS-MEN-TIPO-MONTO(WK-POS-MES, WK-POS-TIPO).
      *
       2300-REVIERTE-TRANSACCION.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES
               IF WS-COD-TBL(WK-I) = TRX-COD-CANAL
                  IF WS-VOLUMEN-TBL(WK-I) > TRX-CANTIDAD
                     SUBTRACT TRX-CANTIDAD FROM WS-VOLUMEN-TBL(WK-I)
                  ELSE
                     MOVE 0 TO WS-VOLUMEN-TBL(WK-I)
                  END-IF
                  IF WS-MONTO-TBL(WK-I) > TRX-MONTO
                     SUBTRACT TRX-MONTO FROM WS-MONTO-TBL(WK-I)
                  ELSE
                     MOVE 0 TO WS-MONTO-TBL(WK-I)
                  END-IF
               END-IF
            END-PERFORM.
      *
       2400-REVIERTE-MENSUAL.
            MOVE TRX-FECHA-ORIG(1:6) TO WK-PERIODO-TRX
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-MENSUAL
               IF WS-MEN-CANAL(WK-J) = TRX-COD-CANAL
                  AND WS-MEN-PERIODO(WK-J) = WK-PERIODO-TRX
                  IF WS-MEN-VOLUMEN(WK-J) > TRX-CANTIDAD
                     SUBTRACT TRX-CANTIDAD FROM WS-MEN-VOLUMEN(WK-J)
                  ELSE
                     MOVE 0 TO WS-MEN-VOLUMEN(WK-J)
                  END-IF
                  IF WS-MEN-MONTO(WK-J) > TRX-MONTO
                     SUBTRACT TRX-MONTO FROM WS-MEN-MONTO(WK-J)
                  ELSE
                     MOVE 0 TO WS-MEN-MONTO(WK-J)
                  END-IF
                  MOVE WK-J TO WK-POS-MES
                  PERFORM 2450-REVIERTE-TIPO
               END-IF
            END-PERFORM.
      *
       2450-REVIERTE-TIPO.
            PERFORM 2500-BUSCA-TIPO
            IF WK-POS-TIPO > 0
               IF WS-MEN-TIPO-VOLUMEN(WK-POS-MES, WK-POS-TIPO)
                  > TRX-CANTIDAD
                  SUBTRACT TRX-CANTIDAD
                    FROM WS-MEN-TIPO-VOLUMEN(WK-POS-MES, WK-POS-TIPO)
               ELSE
                  MOVE 0 TO WS-MEN-TIPO-VOLUMEN(WK-POS-MES, WK-POS-TIPO)
               END-IF
               IF WS-MEN-TIPO-MONTO(WK-POS-MES, WK-POS-TIPO)
                  > TRX-MONTO
                  SUBTRACT TRX-MONTO
                    FROM WS-MEN-TIPO-MONTO(WK-POS-MES, WK-POS-TIPO)
               ELSE
                  MOVE 0 TO WS-MEN-TIPO-MONTO(WK-POS-MES, WK-POS-TIPO)
               END-IF
            END-IF.
      *
       2500-BUSCA-TIPO.
            MOVE 0 TO WK-POS-TIPO
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-MEN-TOT-TIPOS(WK-POS-MES)
                       OR WK-POS-TIPO > 0
               IF WS-MEN-TIPO-OPER(WK-POS-MES, WK-K) = TRX-TIPO-OPER
                  MOVE WK-K TO WK-POS-TIPO
               END-IF
            END-PERFORM.
      *
       3000-GRABA-VOLUMENES.
            IF WS-MODO-PARTICION = 'S'
               MOVE SPACES TO WS-NOMBRE-VOL
               STRING "QG1P" WK-PARTICION ".VOL"
                  DELIMITED SIZE INTO WS-NOMBRE-VOL
            END-IF
            OPEN OUTPUT HOST-VOL
            IF FS-VOL NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-VOL FALLIDO - FILE STATUS "
            WRITE REG-CTL
            CLOSE HOST-CTL

            DISPLAY "ACUMULADO DEJADO EN " WS-NOMBRE-VOL.
      *
      * Retencion rodante: se regraban solo los periodos dentro de
      * los 24 meses anteriores al periodo mas reciente posteado.
            ELSE
               MOVE 0 TO WK-PERIODO-CORTE
            END-IF
            IF WS-MODO-PARTICION = 'S'
               MOVE SPACES TO WS-NOMBRE-MES
               STRING "QG1P" WK-PARTICION ".MES"
                  DELIMITED SIZE INTO WS-NOMBRE-MES
            END-IF
            OPEN OUTPUT HOST-MENSUAL
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-MENSUAL
                  MOVE WS-MEN-PERIODO(WK-J) TO MEN-PERIODO
                  MOVE WS-MEN-VOLUMEN(WK-J) TO MEN-VOLUMEN
                  MOVE WS-MEN-MONTO(WK-J)   TO MEN-MONTO
                  MOVE WS-MEN-DESGLOSE(WK-J) TO MEN-DESGLOSE
                  WRITE REG-ACTIVIDAD-MES
               END-IF
            END-PERFORM
            CLOSE HOST-MENSUAL
            DISPLAY "HISTORIA MENSUAL DEJADA EN " WS-NOMBRE-MES.
      *
       3800-MARCA-POSTEADO.
            OPEN I-O HOST-CICLOS
            MOVE WK-LLAVE-CICLO TO CIF-LLAVE
            READ HOST-CICLOS
               INVALID KEY
                  DISPLAY "ABEND: CICLO " WK-LLAVE-CICLO
                          " DESAPARECIO DEL CONTROL"
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-READ
            SET CIF-POSTEADO TO TRUE
            REWRITE REG-CICLO-FEED
               INVALID KEY
                  DISPLAY "ABEND: REWRITE DEL CICLO FALLIDO - "
                          CIF-LLAVE
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-REWRITE
            CLOSE HOST-CICLOS
            DISPLAY "CICLO MARCADO COMO POSTEADO".
      *
       3900-MARCA-PARTICION.
            OPEN I-O HOST-PARTCTL
            MOVE WK-LLAVE-CICLO TO PCT-LLAVE(1:10)
            MOVE WK-PARTICION   TO PCT-PARTICION
            READ HOST-PARTCTL
               INVALID KEY
                  DISPLAY "ABEND: PARTICION " PCT-LLAVE
                          " DESAPARECIO DEL CONTROL"
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-READ
            SET PCT-POSTEADA TO TRUE
            MOVE WS-TOT-LEIDAS TO PCT-POS-LINEAS
            REWRITE REG-PARTICION-CTL
               INVALID KEY
                  DISPLAY "ABEND: REWRITE DE LA PARTICION FALLIDO - "
                          PCT-LLAVE
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-REWRITE
            CLOSE HOST-PARTCTL
            DISPLAY "PARTICION " WK-PARTICION " MARCADA COMO POSTEADA".
      *
       4000-FINAL.
           GOBACK.
