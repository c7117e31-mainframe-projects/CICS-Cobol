      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Control de transmisiones de los archivos de
      *  salida. Cada version anotada en el manifiesto QG1MANIF.DAT
      *  (COPY QG1MAN01, rutina QG1CX272) se sigue por su numero en
      *  la bitacora QG1TRANS.DAT (COPY QG1TRN01). Por consola:
      *    - E: anotar el envio de una version a su destino; se
      *      rechaza si ya fue enviada (para eso esta el reenvio) o
      *      si hay una version mas nueva del mismo archivo,
      *    - A: anotar el acuse de la contraparte con su referencia;
      *      exige un envio previo y que no tenga acuse,
      *    - R: reenviar una version ya enviada. No se regenera nada:
      *      se verifica que la copia exacta MAN-COPIA tenga las
      *      lineas del manifiesto y se repone con su nombre original
      *      MAN-ARCHIVO, salvo que haya una version mas nueva del
      *      mismo archivo aun sin enviar, que no se pisa; en ese
      *      caso se reenvia la copia con su propio nombre,
      *    - C: consultar una version y sus eventos.
      *  Requiere el permiso de cambio del operador (CALL QG1CX109,
      *  bandera OPR-PERM-WRITE); cada evento queda con el operador y
      *  la fecha-hora. El manifiesto y la bitacora se cargan a
      *  memoria al empezar y la bitacora se agrega evento a evento.
      * Nombres largos: la reposicion del reenvio usa el nombre entero
      *  MAN-ARCHIVO-COMPLETO (ej. QG1CPEENV.TXT) cuando el registro
      *  lo trae; las versiones se siguen identificando por
      *  MAN-ARCHIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX273.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-MANIFIESTO ASSIGN TO "QG1MANIF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MANIFIESTO.

           SELECT HOST-TRANSMISION ASSIGN TO "QG1TRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRANSMISION.

           SELECT HOST-COPIA ASSIGN TO DYNAMIC WS-NOMBRE-COPIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COPIA.

           SELECT HOST-SALIDA ASSIGN TO DYNAMIC WS-NOMBRE-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALIDA.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-MANIFIESTO.
           COPY QG1MAN01.

       FD  HOST-TRANSMISION.
           COPY QG1TRN01.

       FD  HOST-COPIA.
       01  REG-COPIA           PIC X(256).

       FD  HOST-SALIDA.
       01  REG-SALIDA          PIC X(256).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-MANIFIESTO        PIC X(02).
       01 FS-TRANSMISION       PIC X(02).
       01 FS-COPIA             PIC X(02).
       01 FS-SALIDA            PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-SIGUE             PIC X(01).
       01 WK-OPCION            PIC X(01).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'W'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WS-NOMBRE-COPIA      PIC X(15).
       01 WS-NOMBRE-SALIDA     PIC X(16).
       01 WK-NUMERO            PIC 9(07).
       01 WK-REFERENCIA        PIC X(20).
       01 WK-EVENTO            PIC X(01).
       01 WK-LINEAS            PIC 9(09).

      *    TABLA DEL MANIFIESTO CON EL ESTADO QUE DEJA LA BITACORA
       01 WS-TOT-MANIFIESTOS   PIC 9(05) VALUE 0.
       01 WS-TABLA-MANIFIESTOS.
          05 WS-MAN-TBL        OCCURS 1 TO 20000 TIMES
                                DEPENDING ON WS-TOT-MANIFIESTOS.
             10 WS-MAN-REG     PIC X(127).
             10 WS-MAN-ENVIADO PIC X(01).
             10 WS-MAN-ACUSADO PIC X(01).

       01 WK-I                 PIC 9(05).
       01 WK-POS               PIC 9(05).
       01 WK-POS-NUEVA         PIC 9(05).
       01 WK-ARCHIVO           PIC X(12).
       01 WK-NUEVA-PENDIENTE   PIC X(01).

       01 WS-TOT-ENVIOS        PIC 9(05) VALUE 0.
       01 WS-TOT-ACUSES        PIC 9(05) VALUE 0.
       01 WS-TOT-REENVIOS      PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-MANIFIESTO
            PERFORM 2500-CARGA-BITACORA
            PERFORM 3000-ATIENDE-OPCIONES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CONTROL DE TRANSMISIONES DE ARCHIVOS DE SALIDA"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE CAMBIO - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CARGA-MANIFIESTO.
            OPEN INPUT HOST-MANIFIESTO
            IF FS-MANIFIESTO NOT = '00'
               DISPLAY "ABEND: NO SE PUDO ABRIR QG1MANIF.DAT - FILE "
                       "STATUS " FS-MANIFIESTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-MANIFIESTO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-TOT-MANIFIESTOS = 20000
                        DISPLAY "ABEND: TABLA DEL MANIFIESTO LLENA "
                                "(20000)"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-TOT-MANIFIESTOS
                     MOVE REG-MANIFIESTO
                       TO WS-MAN-REG(WS-TOT-MANIFIESTOS)
                     MOVE 'N' TO WS-MAN-ENVIADO(WS-TOT-MANIFIESTOS)
                     MOVE 'N' TO WS-MAN-ACUSADO(WS-TOT-MANIFIESTOS)
               END-READ
            END-PERFORM
            CLOSE HOST-MANIFIESTO
            DISPLAY "VERSIONES EN EL MANIFIESTO : " WS-TOT-MANIFIESTOS.
      *
       2500-CARGA-BITACORA.
            OPEN INPUT HOST-TRANSMISION
            IF FS-TRANSMISION = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TRANSMISION
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE TRN-MANIFIESTO TO WK-NUMERO
                        PERFORM 5000-BUSCA-MANIFIESTO
                        IF WK-POS > 0
                           IF TRN-ACUSE
                              MOVE 'S' TO WS-MAN-ACUSADO(WK-POS)
                           ELSE
                              MOVE 'S' TO WS-MAN-ENVIADO(WK-POS)
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-TRANSMISION
            END-IF.
      *
       3000-ATIENDE-OPCIONES.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               DISPLAY "OPCION (E=ENVIO, A=ACUSE, R=REENVIO, "
                       "C=CONSULTAR, ENTER=TERMINAR) : "
               MOVE SPACE TO WK-OPCION
               ACCEPT WK-OPCION
               EVALUATE WK-OPCION
                  WHEN 'E'
                     PERFORM 3100-ANOTA-ENVIO
                  WHEN 'A'
                     PERFORM 3300-ANOTA-ACUSE
                  WHEN 'R'
                     PERFORM 3500-REENVIA-VERSION
                  WHEN 'C'
                     PERFORM 3700-CONSULTA-VERSION
                  WHEN SPACE
                     MOVE 'N' TO WS-SIGUE
                  WHEN OTHER
                     DISPLAY "OPCION INVALIDA"
               END-EVALUATE
            END-PERFORM.
      *
       3100-ANOTA-ENVIO.
            DISPLAY "NUMERO DE MANIFIESTO : "
            ACCEPT WK-NUMERO
            PERFORM 5000-BUSCA-MANIFIESTO
            IF WK-POS = 0
               DISPLAY "MANIFIESTO " WK-NUMERO " NO EXISTE"
            ELSE
               PERFORM 5200-BUSCA-VERSION-NUEVA
               EVALUATE TRUE
                  WHEN WS-MAN-ENVIADO(WK-POS) = 'S'
                     DISPLAY "ENVIO RECHAZADO: LA VERSION YA FUE "
                             "ENVIADA, USE EL REENVIO"
                  WHEN WK-POS-NUEVA > 0
                     DISPLAY "ENVIO RECHAZADO: HAY UNA VERSION MAS "
                             "NUEVA DE " WK-ARCHIVO
                  WHEN OTHER
                     DISPLAY "DESTINO DEL ENVIO : "
                     MOVE SPACES TO WK-REFERENCIA
                     ACCEPT WK-REFERENCIA
                     IF WK-REFERENCIA = SPACES
                        DISPLAY "ENVIO RECHAZADO: FALTA EL DESTINO"
                     ELSE
                        MOVE 'E' TO WK-EVENTO
                        PERFORM 6000-AGREGA-EVENTO
                        MOVE 'S' TO WS-MAN-ENVIADO(WK-POS)
                        ADD 1 TO WS-TOT-ENVIOS
                        DISPLAY "ENVIO ANOTADO PARA " WK-ARCHIVO
                                " VERSION " WK-NUMERO
                     END-IF
               END-EVALUATE
            END-IF.
      *
       3300-ANOTA-ACUSE.
            DISPLAY "NUMERO DE MANIFIESTO : "
            ACCEPT WK-NUMERO
            PERFORM 5000-BUSCA-MANIFIESTO
            IF WK-POS = 0
               DISPLAY "MANIFIESTO " WK-NUMERO " NO EXISTE"
            ELSE
               MOVE WS-MAN-REG(WK-POS) TO REG-MANIFIESTO
               MOVE MAN-ARCHIVO TO WK-ARCHIVO
               EVALUATE TRUE
                  WHEN WS-MAN-ENVIADO(WK-POS) NOT = 'S'
                     DISPLAY "ACUSE RECHAZADO: LA VERSION NO HA SIDO "
                             "ENVIADA"
                  WHEN WS-MAN-ACUSADO(WK-POS) = 'S'
                     DISPLAY "ACUSE RECHAZADO: LA VERSION YA TIENE "
                             "ACUSE"
                  WHEN OTHER
                     DISPLAY "REFERENCIA DEL ACUSE : "
                     MOVE SPACES TO WK-REFERENCIA
                     ACCEPT WK-REFERENCIA
                     IF WK-REFERENCIA = SPACES
                        DISPLAY "ACUSE RECHAZADO: FALTA LA REFERENCIA"
                     ELSE
                        MOVE 'A' TO WK-EVENTO
                        PERFORM 6000-AGREGA-EVENTO
                        MOVE 'S' TO WS-MAN-ACUSADO(WK-POS)
                        ADD 1 TO WS-TOT-ACUSES
                        DISPLAY "ACUSE ANOTADO PARA " WK-ARCHIVO
                                " VERSION " WK-NUMERO
                     END-IF
               END-EVALUATE
            END-IF.
      *
       3500-REENVIA-VERSION.
            DISPLAY "NUMERO DE MANIFIESTO : "
            ACCEPT WK-NUMERO
            PERFORM 5000-BUSCA-MANIFIESTO
            IF WK-POS = 0
               DISPLAY "MANIFIESTO " WK-NUMERO " NO EXISTE"
            ELSE
               IF WS-MAN-ENVIADO(WK-POS) NOT = 'S'
                  DISPLAY "REENVIO RECHAZADO: LA VERSION NO HA SIDO "
                          "ENVIADA, USE EL ENVIO"
               ELSE
                  PERFORM 3550-VERIFICA-COPIA
               END-IF
            END-IF.
      *
       3550-VERIFICA-COPIA.
            MOVE WS-MAN-REG(WK-POS) TO REG-MANIFIESTO
            MOVE MAN-COPIA TO WS-NOMBRE-COPIA
            MOVE 0 TO WK-LINEAS
            OPEN INPUT HOST-COPIA
            IF FS-COPIA = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-COPIA
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END ADD 1 TO WK-LINEAS
                  END-READ
               END-PERFORM
               CLOSE HOST-COPIA
            END-IF
            EVALUATE TRUE
               WHEN FS-COPIA NOT = '00' AND FS-COPIA NOT = '10'
                  DISPLAY "REENVIO RECHAZADO: NO SE PUDO ABRIR LA "
                          "COPIA " MAN-COPIA " - FILE STATUS " FS-COPIA
               WHEN WK-LINEAS NOT = MAN-LINEAS
                  DISPLAY "REENVIO RECHAZADO: LA COPIA " MAN-COPIA
                          " TIENE " WK-LINEAS " LINEAS Y EL "
                          "MANIFIESTO " MAN-LINEAS
               WHEN OTHER
                  PERFORM 3600-REPONE-Y-ANOTA
            END-EVALUATE.
      *
       3600-REPONE-Y-ANOTA.
            PERFORM 5200-BUSCA-VERSION-NUEVA
            MOVE 'N' TO WK-NUEVA-PENDIENTE
            IF WK-POS-NUEVA > 0
               IF WS-MAN-ENVIADO(WK-POS-NUEVA) NOT = 'S'
                  MOVE 'S' TO WK-NUEVA-PENDIENTE
               END-IF
            END-IF
            MOVE WS-MAN-REG(WK-POS) TO REG-MANIFIESTO
            IF WK-NUEVA-PENDIENTE = 'S'
               DISPLAY "HAY UNA VERSION MAS NUEVA DE " WK-ARCHIVO
                       " SIN ENVIAR; NO SE REPONE"
               DISPLAY "REENVIE LA COPIA " MAN-COPIA
                       " CON SU PROPIO NOMBRE"
            ELSE
               MOVE MAN-COPIA   TO WS-NOMBRE-COPIA
               IF MAN-ARCHIVO-COMPLETO NOT = SPACES
                  MOVE MAN-ARCHIVO-COMPLETO TO WS-NOMBRE-SALIDA
               ELSE
                  MOVE MAN-ARCHIVO TO WS-NOMBRE-SALIDA
               END-IF
               OPEN INPUT HOST-COPIA
               OPEN OUTPUT HOST-SALIDA
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-COPIA
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE REG-COPIA TO REG-SALIDA
                        WRITE REG-SALIDA
                  END-READ
               END-PERFORM
               CLOSE HOST-COPIA, HOST-SALIDA
               DISPLAY MAN-ARCHIVO " REPUESTO DESDE " MAN-COPIA
                       " (" WK-LINEAS " LINEAS)"
            END-IF
            DISPLAY "DESTINO DEL REENVIO : "
            MOVE SPACES TO WK-REFERENCIA
            ACCEPT WK-REFERENCIA
            MOVE 'R' TO WK-EVENTO
            PERFORM 6000-AGREGA-EVENTO
            ADD 1 TO WS-TOT-REENVIOS
            DISPLAY "REENVIO ANOTADO PARA " WK-ARCHIVO
                    " VERSION " WK-NUMERO.
      *
       3700-CONSULTA-VERSION.
            DISPLAY "NUMERO DE MANIFIESTO : "
            ACCEPT WK-NUMERO
            PERFORM 5000-BUSCA-MANIFIESTO
            IF WK-POS = 0
               DISPLAY "MANIFIESTO " WK-NUMERO " NO EXISTE"
            ELSE
               MOVE WS-MAN-REG(WK-POS) TO REG-MANIFIESTO
               DISPLAY MAN-NUMERO " " MAN-ARCHIVO " NEGOCIO "
                       MAN-FECHA-NEGOCIO " REGS " MAN-REGISTROS
                       " PROGRAMA " MAN-PROGRAMA
               DISPLAY "  HASH " MAN-HASH " PRODUCIDO "
                       MAN-FECHA-HORA(1:14) " COPIA " MAN-COPIA
               OPEN INPUT HOST-TRANSMISION
               IF FS-TRANSMISION = '00'
                  MOVE 'N' TO WS-EOF
                  PERFORM UNTIL WS-EOF = 'Y'
                     READ HOST-TRANSMISION
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                           IF TRN-MANIFIESTO = WK-NUMERO
                              DISPLAY "  " TRN-EVENTO " "
                                      TRN-FECHA-HORA(1:14) " "
                                      TRN-OPERADOR " "
                                      TRN-REFERENCIA
                           END-IF
                     END-READ
                  END-PERFORM
                  CLOSE HOST-TRANSMISION
               END-IF
            END-IF.
      *
       5000-BUSCA-MANIFIESTO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-MANIFIESTOS OR WK-POS > 0
               IF WS-MAN-REG(WK-I)(1:7) = WK-NUMERO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM.
      *
       5200-BUSCA-VERSION-NUEVA.
      *    ULTIMA VERSION DEL MISMO ARCHIVO POSTERIOR A LA ELEGIDA
            MOVE WS-MAN-REG(WK-POS) TO REG-MANIFIESTO
            MOVE MAN-ARCHIVO TO WK-ARCHIVO
            MOVE 0 TO WK-POS-NUEVA
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-MANIFIESTOS
               MOVE WS-MAN-REG(WK-I) TO REG-MANIFIESTO
               IF MAN-ARCHIVO = WK-ARCHIVO
                  AND MAN-NUMERO > WK-NUMERO
                  MOVE WK-I TO WK-POS-NUEVA
               END-IF
            END-PERFORM.
      *
       6000-AGREGA-EVENTO.
            OPEN EXTEND HOST-TRANSMISION
            IF FS-TRANSMISION = '35'
               OPEN OUTPUT HOST-TRANSMISION
            END-IF
            IF FS-TRANSMISION NOT = '00'
               DISPLAY "ABEND: NO SE PUDO ABRIR QG1TRANS.DAT - FILE "
                       "STATUS " FS-TRANSMISION
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WK-NUMERO   TO TRN-MANIFIESTO
            MOVE WK-ARCHIVO  TO TRN-ARCHIVO
            MOVE WK-EVENTO   TO TRN-EVENTO
            MOVE FUNCTION CURRENT-DATE TO TRN-FECHA-HORA
            MOVE WK-OPERADOR TO TRN-OPERADOR
            MOVE WK-REFERENCIA TO TRN-REFERENCIA
            WRITE REG-TRANSMISION
            CLOSE HOST-TRANSMISION.
      *
       9000-FINAL.
            DISPLAY "ENVIOS ANOTADOS   : " WS-TOT-ENVIOS
            DISPLAY "ACUSES ANOTADOS   : " WS-TOT-ACUSES
            DISPLAY "REENVIOS ANOTADOS : " WS-TOT-REENVIOS
           STOP RUN.
       END PROGRAM QG1CX273.
