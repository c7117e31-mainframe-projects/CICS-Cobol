      * Antes de tocar el maestro toma el candado de escritor del
      *  maestro (rutina QG1CX139) y lo libera al terminar, para no
      *  cruzarse con los demas escritores de HOST004.
      * Version de layout: lee la cabecera 'HDR' del respaldo (COPY
      *  QG1LAH01; sin cabecera es un respaldo anterior a ella, version
      *  01) y rechaza con RETURN-CODE 16, sin tocar el maestro, un
      *  respaldo en una version de QG1CAN01 distinta de la compilada
      *  (COPY QG1LVR01): antes se pasa por el convertidor QG1CX285.
      *  Restaurado el maestro, deja su version en el catalogo
      *  QG1LAYVR.DAT (rutina QG1CX286).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************

       01 WS-TOT-RESTAURADOS   PIC 9(07) VALUE 0.

           COPY QG1LVR01.
           COPY QG1LAH01.
       01 WS-VERSION-RESPALDO  PIC 9(02) VALUE 1.
       01 WK-CAT-ACCION        PIC X(01).
       01 WK-CAT-LAYOUT        PIC X(08) VALUE 'QG1CAN01'.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX124'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).
               READ HOST-RESPALDO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     EVALUATE BCK-CODIGO
                        WHEN 'TRL'
                           MOVE 'S' TO WS-TRAILER-VISTO
                           MOVE BCK-DESCRIPCION TO WK-TRAILER-TEXTO
                        WHEN 'HDR'
                           MOVE REG-RESPALDO TO REG-CABECERA-LAYOUT
                           MOVE CAB-VERSION TO WS-VERSION-RESPALDO
                        WHEN OTHER
                           ADD 1 TO WS-TOT-LEIDOS
                           MOVE FUNCTION NUMVAL(BCK-CODIGO)
                             TO WS-COD-NUM
                           ADD WS-COD-NUM TO WS-HASH-CODIGOS
                     END-EVALUATE
               END-READ
            END-PERFORM
            CLOSE HOST-RESPALDO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "TRAILER VERIFICADO: " WK-TRAILER-ESPERADO

            IF WS-VERSION-RESPALDO NOT = LVR-CAN01
               DISPLAY "ABEND: RESPALDO EN VERSION DE LAYOUT "
                       WS-VERSION-RESPALDO ", ESTA RESTAURACION LEE "
                       "LA " LVR-CAN01
               DISPLAY "  CONVERTIR ANTES CON QG1CX285"
               MOVE 'E' TO WK-LOG-SEVERIDAD
               MOVE SPACES TO WK-LOG-TEXTO
               STRING "RESTAURACION RECHAZADA: LAYOUT VERSION "
                      WS-VERSION-RESPALDO
                  DELIMITED SIZE INTO WK-LOG-TEXTO
               CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                      WK-LOG-SEVERIDAD, WK-LOG-TEXTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "VERSION DE LAYOUT : " WS-VERSION-RESPALDO.
      *
       3000-RESTAURA.
            MOVE 'A' TO WK-LCK-ACCION
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF BCK-CODIGO NOT = 'TRL'
                        AND BCK-CODIGO NOT = 'HDR'
                        INITIALIZE REG-HOST004
                        MOVE BCK-CODIGO       TO COD-CANAL
                        MOVE BCK-ABREVIATURA  TO TXT-ABRV

            DISPLAY "REGISTROS RESTAURADOS : " WS-TOT-RESTAURADOS

            MOVE 'G' TO WK-CAT-ACCION
            CALL "QG1CX286" USING WK-CAT-ACCION, WK-CAT-LAYOUT,
                                   WS-VERSION-RESPALDO, WK-LOG-PROGRAMA

            MOVE 'I' TO WK-LOG-SEVERIDAD
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "RESTAURACION DE " WS-NOMBRE-RESPALDO
