      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Fusion de las particiones del feed diario. Corre
      *  cuando todos los flujos QG1CX283 del ciclo pre-editado
      *  terminaron (en QG1PARCT.DAT, COPY QG1PCT01, cada particion
      *  del ciclo con posteo, limites y archivo marcados; si falta
      *  alguna se niega y lista las pendientes) y deja el dia como
      *  si los pasos hubieran corrido en un solo flujo:
      *    - QG1CX091.VOL y QG1CX091.MES: los canales de las
      *      particiones del ciclo se toman de QG1Pnn.VOL/QG1Pnn.MES
      *      y los demas se conservan del acumulado general,
      *    - QG1CX092.VIO y QG1CX092.RPT del dia: se les agrega
      *      QG1Pnn.VIO/QG1Pnn.RPT (el primer ciclo de la fecha los
      *      reinicia), y las violaciones van al historico
      *      QG1VIOHIS.DAT,
      *    - QG1TRXHIS.DAT: se le agrega el retenido QG1Pnn.HIS.
      *  Cada particion volcada se marca PCT-FUSIONADA, asi una
      *  fusion que se cae se vuelve a correr sin duplicar nada.
      *  Los conteos de las particiones de todos los ciclos de la
      *  fecha se suman y se anotan via CALL QG1CX143 en
      *  QG1TOTAL.DAT a nombre de cada paso (QG1CX091 TRX-POSTEADA,
      *  QG1CX092 TRX-CONTROLA y TRX-VIOLAC, QG1CX169 TRX-ARCHIVAD),
      *  un solo juego de numeros por paso para el balanceador
      *  QG1CX144. Por ultimo deja el ciclo archivado ('A') en
      *  QG1CICFD.DAT, con lo que el pre-editor toma el siguiente.
      *  Termina con GOBACK para correr como paso de cadena.
      * Reproceso del historico: cada violacion que se agrega a
      *  QG1VIOHIS.DAT lleva en 81:20 el sello de origen (COPY
      *  QG1VHS01: QG1CX092, fecha y ciclo, particion). Antes de
      *  abrir el historico la rutina QG1CX309 retira las lineas del
      *  ciclo que dejo una fusion anterior, y se vuelcan de nuevo
      *  las de todas las particiones del ciclo (las ya marcadas
      *  PCT-FUSIONADA solo van al historico); una fusion que se
      *  cayo a mitad de una particion ya no duplica violaciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX284.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT HOST-VOL ASSIGN TO "QG1CX091.VOL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VOL.

           SELECT HOST-MENSUAL ASSIGN TO "QG1CX091.MES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSUAL.

           SELECT HOST-PARTE ASSIGN TO DYNAMIC WS-NOMBRE-PARTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARTE.

           SELECT HOST-VIO-DIA ASSIGN TO "QG1CX092.VIO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIO-DIA.

           SELECT HOST-RPT-DIA ASSIGN TO "QG1CX092.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RPT-DIA.

           SELECT HOST-VIOHIS ASSIGN TO "QG1VIOHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIOHIS.

           SELECT HOST-RETENIDO ASSIGN TO "QG1TRXHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENIDO.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-CICLOS.
           COPY QG1CIC01.

       FD  HOST-PARTCTL.
           COPY QG1PCT01.

       FD  HOST-VOL.
           COPY QG1VOL01.

       FD  HOST-MENSUAL.
           COPY QG1MEN01.

       FD  HOST-PARTE.
       01  REG-PARTE           PIC X(251).

       FD  HOST-VIO-DIA.
       01  REG-VIO-DIA         PIC X(100).

       FD  HOST-RPT-DIA.
       01  REG-RPT-DIA         PIC X(100).

       FD  HOST-VIOHIS.
       01  REG-VIOHIS          PIC X(100).

       FD  HOST-RETENIDO.
       01  REG-RETENIDO        PIC X(53).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-CICLOS            PIC X(02).
       01 FS-PARTCTL           PIC X(02).
       01 FS-VOL               PIC X(02).
       01 FS-MENSUAL           PIC X(02).
       01 FS-PARTE             PIC X(02).
       01 FS-VIO-DIA           PIC X(02).
       01 FS-RPT-DIA           PIC X(02).
       01 FS-VIOHIS            PIC X(02).
       01 FS-RETENIDO          PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-EOF-CTL           PIC A(1).

       01 WK-LLAVE-CICLO.
          05 WK-FECHA-CICLO    PIC 9(08).
          05 WK-NUM-CICLO      PIC 9(02).
       01 WK-HAY-CICLO         PIC X(01).

      * particiones del ciclo, por numero de particion
       01 WS-TABLA-CICLO.
          05 WS-PAR-EN-CICLO   PIC X(01) OCCURS 20 TIMES.
       01 WS-TOT-PARTES        PIC 9(02) VALUE 0.
       01 WS-TOT-PENDIENTES    PIC 9(02) VALUE 0.
       01 WS-TOT-FUSIONADAS    PIC 9(02) VALUE 0.
       01 WS-CICLO-ANTERIOR    PIC X(01) VALUE 'N'.

       01 WK-ACCION-VHS        PIC X(01).
       01 WK-LARGO-VHS         PIC 9(02) VALUE 18.
       01 WK-DEPURADAS         PIC 9(07).
           COPY QG1VHS01.

       01 WS-TOT-VOL           PIC 9(04) VALUE 0.
       01 WS-TABLA-VOL.
          05 WS-VOL-TBL        PIC X(31)
                                OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-VOL.
       01 WS-TOT-MES           PIC 9(04) VALUE 0.
       01 WS-TABLA-MES.
          05 WS-MES-TBL        PIC X(251)
                                OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-MES.

       01 WK-I                 PIC 9(04).
       01 WK-P                 PIC 9(02).
       01 WK-PARTICION-CANAL   PIC 9(02).
       01 WK-TOT-PARTICIONES   PIC 9(02).
       01 WS-NOMBRE-PARTE      PIC X(12).
       01 WK-EXTENSION         PIC X(04).

       01 WS-DIA-POSTEADAS     PIC 9(09) VALUE 0.
       01 WS-DIA-CONTROLADAS   PIC 9(09) VALUE 0.
       01 WS-DIA-VIOLACIONES   PIC 9(09) VALUE 0.
       01 WS-DIA-ARCHIVADAS    PIC 9(09) VALUE 0.

       01 WK-PROGRAMA          PIC X(08).
       01 WK-CONCEPTO          PIC X(12).
       01 WK-VALOR-TOTAL       PIC 9(09).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX284'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1100-VERIFICA-CICLO
            PERFORM 1500-VERIFICA-PARTICIONES
            PERFORM 2000-FUSIONA-VOLUMENES
            PERFORM 2500-FUSIONA-MENSUAL
            PERFORM 3000-VUELCA-PARTICIONES
            PERFORM 4000-ANOTA-TOTALES
            PERFORM 4500-CIERRA-CICLO
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "FUSION DE LAS PARTICIONES DEL FEED DIARIO"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE ALL 'N' TO WS-TABLA-CICLO.
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
                        DISPLAY "FUSION DEL CICLO " CIF-CICLO
                                " DE LA FECHA " CIF-FECHA
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-CICLOS
            IF WK-HAY-CICLO = 'N'
               DISPLAY "ABEND: NO HAY CICLO PRE-EDITADO PENDIENTE DE "
                       "FUSION"
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
      *
      * Recorre el control de la fecha: las particiones del ciclo
      * deben tener los tres pasos marcados; las de ciclos
      * anteriores de la misma fecha dicen si el dia ya empezo.
       1500-VERIFICA-PARTICIONES.
            OPEN INPUT HOST-PARTCTL
            IF FS-PARTCTL NOT = '00'
               DISPLAY "ABEND: SIN CONTROL DE PARTICIONES QG1PARCT.DAT"
                       " - FILE STATUS " FS-PARTCTL
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE WK-FECHA-CICLO TO PCT-FECHA
            MOVE 0              TO PCT-CICLO, PCT-PARTICION
            START HOST-PARTCTL KEY NOT < PCT-LLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF-CTL
               NOT INVALID KEY
                  MOVE 'N' TO WS-EOF-CTL
            END-START
            PERFORM UNTIL WS-EOF-CTL = 'Y'
               READ HOST-PARTCTL NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-CTL
                  NOT AT END
                     IF PCT-FECHA NOT = WK-FECHA-CICLO
                        OR PCT-CICLO > WK-NUM-CICLO
                        MOVE 'Y' TO WS-EOF-CTL
                     ELSE
                        PERFORM 1600-REVISA-PARTICION
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-PARTCTL

            IF WS-TOT-PARTES = 0
               DISPLAY "ABEND: EL CICLO NO FUE PARTICIONADO "
                       "(CORRER QG1CX281)"
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            IF WS-TOT-PENDIENTES > 0
               DISPLAY "ABEND: " WS-TOT-PENDIENTES
                       " PARTICIONES CON FLUJO PENDIENTE, NO SE FUSIONA"
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            DISPLAY "PARTICIONES DEL CICLO : " WS-TOT-PARTES.
      *
       1600-REVISA-PARTICION.
            ADD PCT-POS-LINEAS      TO WS-DIA-POSTEADAS
            ADD PCT-LIM-LINEAS      TO WS-DIA-CONTROLADAS
            ADD PCT-LIM-VIOLACIONES TO WS-DIA-VIOLACIONES
            ADD PCT-ARC-LINEAS      TO WS-DIA-ARCHIVADAS
            IF PCT-CICLO < WK-NUM-CICLO
               MOVE 'S' TO WS-CICLO-ANTERIOR
            ELSE
               ADD 1 TO WS-TOT-PARTES
               MOVE 'S' TO WS-PAR-EN-CICLO(PCT-PARTICION)
               IF PCT-FUSIONADA
                  ADD 1 TO WS-TOT-FUSIONADAS
               END-IF
               IF NOT PCT-POSTEADA OR NOT PCT-LIMITES-CONTROLADOS
                  OR NOT PCT-ARCHIVADA
                  ADD 1 TO WS-TOT-PENDIENTES
                  DISPLAY "PARTICION " PCT-PARTICION
                          " PENDIENTE - POSTEO " PCT-POSTEO
                          " LIMITES " PCT-LIMITES
                          " ARCHIVO " PCT-ARCHIVO
               END-IF
            END-IF.
      *
      * Del acumulado general quedan los canales de particiones que
      * no corrieron en este ciclo; los del ciclo vienen de su
      * particion. Volver a correr da el mismo resultado.
       2000-FUSIONA-VOLUMENES.
            OPEN INPUT HOST-VOL
            IF FS-VOL = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-VOL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        CALL "QG1CX282" USING VOL-COD-CANAL,
                                               WK-PARTICION-CANAL,
                                               WK-TOT-PARTICIONES
                        IF WS-PAR-EN-CICLO(WK-PARTICION-CANAL) = 'N'
                           IF WS-TOT-VOL = 500
                              DISPLAY "ABEND: TABLA DE ACUMULACION "
                                      "LLENA (500 CANALES)"
                              MOVE 16 TO RETURN-CODE
                              GOBACK
                           END-IF
                           ADD 1 TO WS-TOT-VOL
                           MOVE REG-VOLUMEN-CANAL
                             TO WS-VOL-TBL(WS-TOT-VOL)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-VOL
            END-IF

            OPEN OUTPUT HOST-VOL
            IF FS-VOL NOT = '00'
               DISPLAY "ABEND: OPEN DE QG1CX091.VOL FALLIDO - "
                       "FILE STATUS " FS-VOL
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WS-TOT-VOL
               MOVE WS-VOL-TBL(WK-I) TO REG-VOLUMEN-CANAL
               WRITE REG-VOLUMEN-CANAL
            END-PERFORM
            MOVE ".VOL" TO WK-EXTENSION
            PERFORM VARYING WK-P FROM 1 BY 1 UNTIL WK-P > 20
               IF WS-PAR-EN-CICLO(WK-P) = 'S'
                  PERFORM 2100-AGREGA-VOLUMEN
               END-IF
            END-PERFORM
            CLOSE HOST-VOL
            DISPLAY "ACUMULADO RECOMPUESTO EN QG1CX091.VOL".
      *
       2100-AGREGA-VOLUMEN.
            PERFORM 2900-ARMA-NOMBRE
            OPEN INPUT HOST-PARTE
            IF FS-PARTE NOT = '00'
               DISPLAY "ABEND: SIN ACUMULADO DE PARTICION "
                       WS-NOMBRE-PARTE " - FILE STATUS " FS-PARTE
               CLOSE HOST-VOL
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-PARTE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE REG-PARTE TO REG-VOLUMEN-CANAL
                     WRITE REG-VOLUMEN-CANAL
               END-READ
            END-PERFORM
            CLOSE HOST-PARTE.
      *
       2500-FUSIONA-MENSUAL.
            OPEN INPUT HOST-MENSUAL
            IF FS-MENSUAL = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-MENSUAL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        CALL "QG1CX282" USING MEN-COD-CANAL,
                                               WK-PARTICION-CANAL,
                                               WK-TOT-PARTICIONES
                        IF WS-PAR-EN-CICLO(WK-PARTICION-CANAL) = 'N'
                           IF WS-TOT-MES = 2000
                              DISPLAY "ABEND: TABLA DE HISTORIA "
                                      "MENSUAL LLENA"
                              MOVE 16 TO RETURN-CODE
                              GOBACK
                           END-IF
                           ADD 1 TO WS-TOT-MES
                           MOVE REG-ACTIVIDAD-MES
                             TO WS-MES-TBL(WS-TOT-MES)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-MENSUAL
            END-IF

            OPEN OUTPUT HOST-MENSUAL
            IF FS-MENSUAL NOT = '00'
               DISPLAY "ABEND: OPEN DE QG1CX091.MES FALLIDO - "
                       "FILE STATUS " FS-MENSUAL
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WS-TOT-MES
               MOVE WS-MES-TBL(WK-I) TO REG-ACTIVIDAD-MES
               WRITE REG-ACTIVIDAD-MES
            END-PERFORM
            MOVE ".MES" TO WK-EXTENSION
            PERFORM VARYING WK-P FROM 1 BY 1 UNTIL WK-P > 20
               IF WS-PAR-EN-CICLO(WK-P) = 'S'
                  PERFORM 2600-AGREGA-MENSUAL
               END-IF
            END-PERFORM
            CLOSE HOST-MENSUAL
            DISPLAY "HISTORIA MENSUAL RECOMPUESTA EN QG1CX091.MES".
      *
      * Una particion sin historia previa ni actividad mensual puede
      * no haber dejado archivo: no es error.
       2600-AGREGA-MENSUAL.
            PERFORM 2900-ARMA-NOMBRE
            OPEN INPUT HOST-PARTE
            IF FS-PARTE = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-PARTE
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE REG-PARTE TO REG-ACTIVIDAD-MES
                        WRITE REG-ACTIVIDAD-MES
                  END-READ
               END-PERFORM
               CLOSE HOST-PARTE
            END-IF.
      *
       2900-ARMA-NOMBRE.
            MOVE SPACES TO WS-NOMBRE-PARTE
            STRING "QG1P" WK-P WK-EXTENSION
               DELIMITED SIZE INTO WS-NOMBRE-PARTE.
      *
      * Las violaciones del ciclo van enteras al historico en cada
      * fusion: primero se retiran las que una fusion anterior del
      * mismo ciclo haya dejado (sello QG1CX092 + fecha + ciclo) y
      * luego se vuelcan todas las particiones del ciclo, fusionadas
      * o no, cada linea con su particion en el sello.
       2950-DEPURA-HISTORICO.
            MOVE 'QG1CX092'     TO VHS-ORIGEN
            MOVE WK-FECHA-CICLO TO VHS-FECHA
            MOVE WK-NUM-CICLO   TO VHS-CICLO
            MOVE 0              TO VHS-PARTICION
            MOVE 'D' TO WK-ACCION-VHS
            CALL "QG1CX309" USING WK-ACCION-VHS, REG-SELLO-VIOHIS,
                                   WK-LARGO-VHS, WK-FECHA-CICLO,
                                   WK-DEPURADAS.
      *
      * El primer ciclo de la fecha reinicia las violaciones y el
      * reporte del dia (como lo hacia QG1CX092 cada noche); los
      * ciclos siguientes y una fusion relanzada solo agregan.
       3000-VUELCA-PARTICIONES.
            IF WS-CICLO-ANTERIOR = 'N' AND WS-TOT-FUSIONADAS = 0
               OPEN OUTPUT HOST-VIO-DIA, HOST-RPT-DIA
            ELSE
               OPEN EXTEND HOST-VIO-DIA
               IF FS-VIO-DIA = '35'
                  OPEN OUTPUT HOST-VIO-DIA
               END-IF
               OPEN EXTEND HOST-RPT-DIA
               IF FS-RPT-DIA = '35'
                  OPEN OUTPUT HOST-RPT-DIA
               END-IF
            END-IF
            PERFORM 2950-DEPURA-HISTORICO
            OPEN EXTEND HOST-VIOHIS
            IF FS-VIOHIS = '35'
               OPEN OUTPUT HOST-VIOHIS
            END-IF
            OPEN EXTEND HOST-RETENIDO
            IF FS-RETENIDO = '35'
               OPEN OUTPUT HOST-RETENIDO
            END-IF

            OPEN I-O HOST-PARTCTL
            PERFORM VARYING WK-P FROM 1 BY 1 UNTIL WK-P > 20
               IF WS-PAR-EN-CICLO(WK-P) = 'S'
                  PERFORM 3100-VUELCA-UNA
               END-IF
            END-PERFORM
            CLOSE HOST-PARTCTL, HOST-VIO-DIA, HOST-RPT-DIA,
                  HOST-VIOHIS, HOST-RETENIDO.
      *
       3100-VUELCA-UNA.
            MOVE WK-LLAVE-CICLO TO PCT-LLAVE(1:10)
            MOVE WK-P           TO PCT-PARTICION
            READ HOST-PARTCTL
               INVALID KEY
                  DISPLAY "ABEND: PARTICION " PCT-LLAVE
                          " DESAPARECIO DEL CONTROL"
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-READ
            MOVE WK-P TO VHS-PARTICION
            MOVE ".VIO" TO WK-EXTENSION
            PERFORM 2900-ARMA-NOMBRE
            OPEN INPUT HOST-PARTE
            IF FS-PARTE = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-PARTE
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE REG-PARTE TO REG-VIO-DIA
                        IF NOT PCT-FUSIONADA
                           WRITE REG-VIO-DIA
                        END-IF
                        MOVE REG-VIO-DIA TO REG-VIOHIS
                        MOVE REG-SELLO-VIOHIS TO REG-VIOHIS(81:20)
                        WRITE REG-VIOHIS
                  END-READ
               END-PERFORM
               CLOSE HOST-PARTE
            END-IF

            IF NOT PCT-FUSIONADA
               MOVE ".RPT" TO WK-EXTENSION
               PERFORM 2900-ARMA-NOMBRE
               OPEN INPUT HOST-PARTE
               IF FS-PARTE = '00'
                  MOVE 'N' TO WS-EOF
                  PERFORM UNTIL WS-EOF = 'Y'
                     READ HOST-PARTE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                           MOVE REG-PARTE TO REG-RPT-DIA
                           WRITE REG-RPT-DIA
                     END-READ
                  END-PERFORM
                  CLOSE HOST-PARTE
               END-IF

               MOVE ".HIS" TO WK-EXTENSION
               PERFORM 2900-ARMA-NOMBRE
               OPEN INPUT HOST-PARTE
               IF FS-PARTE = '00'
                  MOVE 'N' TO WS-EOF
                  PERFORM UNTIL WS-EOF = 'Y'
                     READ HOST-PARTE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                           MOVE REG-PARTE TO REG-RETENIDO
                           WRITE REG-RETENIDO
                     END-READ
                  END-PERFORM
                  CLOSE HOST-PARTE
               END-IF

               SET PCT-FUSIONADA TO TRUE
               REWRITE REG-PARTICION-CTL
                  INVALID KEY
                     DISPLAY "ABEND: REWRITE DE LA PARTICION FALLIDO - "
                             PCT-LLAVE
                     MOVE 16 TO RETURN-CODE
                     GOBACK
               END-REWRITE
               DISPLAY "PARTICION " WK-P " FUSIONADA"
            END-IF.
      *
      * Totales del dia (todos los ciclos de la fecha), un juego por
      * paso, igual que QG1CX160 anota los suyos.
       4000-ANOTA-TOTALES.
            MOVE 'QG1CX091'     TO WK-PROGRAMA
            MOVE 'TRX-POSTEADA' TO WK-CONCEPTO
            MOVE WS-DIA-POSTEADAS TO WK-VALOR-TOTAL
            CALL "QG1CX143" USING WK-PROGRAMA, WK-CONCEPTO,
                                   WK-VALOR-TOTAL
            MOVE 'QG1CX092'     TO WK-PROGRAMA
            MOVE 'TRX-CONTROLA' TO WK-CONCEPTO
            MOVE WS-DIA-CONTROLADAS TO WK-VALOR-TOTAL
            CALL "QG1CX143" USING WK-PROGRAMA, WK-CONCEPTO,
                                   WK-VALOR-TOTAL
            MOVE 'TRX-VIOLAC'   TO WK-CONCEPTO
            MOVE WS-DIA-VIOLACIONES TO WK-VALOR-TOTAL
            CALL "QG1CX143" USING WK-PROGRAMA, WK-CONCEPTO,
                                   WK-VALOR-TOTAL
            MOVE 'QG1CX169'     TO WK-PROGRAMA
            MOVE 'TRX-ARCHIVAD' TO WK-CONCEPTO
            MOVE WS-DIA-ARCHIVADAS TO WK-VALOR-TOTAL
            CALL "QG1CX143" USING WK-PROGRAMA, WK-CONCEPTO,
                                   WK-VALOR-TOTAL
            DISPLAY "DIA - POSTEADAS " WS-DIA-POSTEADAS
                    " CONTROLADAS " WS-DIA-CONTROLADAS
                    " VIOLACIONES " WS-DIA-VIOLACIONES
                    " ARCHIVADAS " WS-DIA-ARCHIVADAS.
      *
       4500-CIERRA-CICLO.
            OPEN I-O HOST-CICLOS
            MOVE WK-LLAVE-CICLO TO CIF-LLAVE
            READ HOST-CICLOS
               INVALID KEY
                  DISPLAY "ABEND: CICLO " WK-LLAVE-CICLO
                          " DESAPARECIO DEL CONTROL"
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-READ
            SET CIF-ARCHIVADO TO TRUE
            REWRITE REG-CICLO-FEED
               INVALID KEY
                  DISPLAY "ABEND: REWRITE DEL CICLO FALLIDO - "
                          CIF-LLAVE
                  MOVE 16 TO RETURN-CODE
                  GOBACK
            END-REWRITE
            CLOSE HOST-CICLOS
            DISPLAY "CICLO MARCADO COMO ARCHIVADO"

            MOVE SPACES TO WK-LOG-TEXTO
            STRING "CICLO " WK-FECHA-CICLO "-" WK-NUM-CICLO
                   " FUSIONADO, " WS-TOT-PARTES " PARTICIONES"
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO.
      *
       9000-FINAL.
           GOBACK.
       END PROGRAM QG1CX284.
