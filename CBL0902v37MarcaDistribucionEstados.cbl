      *        con QG1CX130 y se reenvie.
      *  El indice se recarga a memoria y se regraba completo, como
      *  los mantenimientos de archivos pequenos.
      * Confirmaciones diarias: el indice trae tambien los archivos
      *  diarios de QG1CX290, uno por canal y fecha de negocio
      *  (DIS-FECHA; en blanco en los estados mensuales y en los
      *  registros anteriores al campo). E y R piden ademas la fecha
      *  (ENTER = el estado mensual del periodo) y marcan solo el
      *  registro de esa fecha; L lista lo inentregable del periodo
      *  con la fecha del archivo diario. La tabla crece a 30000
      *  registros por los diarios.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           05 DIS-NOMBRE       PIC X(12).
           05 DIS-EMAIL        PIC X(30).
           05 DIS-ESTADO       PIC X(01).
           05 DIS-FECHA        PIC X(08).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).
       01 WS-EOF               PIC A(1).
       01 WS-SIGUE             PIC X(01).

       01 WS-TOT-INDICE        PIC 9(05) VALUE 0.
       01 WS-TABLA-INDICE.
          05 WS-DIS-TBL        OCCURS 1 TO 30000 TIMES
                                DEPENDING ON WS-TOT-INDICE.
             10 WS-DIS-CANAL   PIC X(03).
             10 WS-DIS-PERIODO PIC 9(06).
             10 WS-DIS-NOMBRE  PIC X(12).
             10 WS-DIS-EMAIL   PIC X(30).
             10 WS-DIS-ESTADO  PIC X(01).
             10 WS-DIS-FECHA   PIC X(08).

       01 WK-I                 PIC 9(05).
       01 WK-POS               PIC 9(05).

       01 WK-ACCION            PIC X(01).
       01 WK-CANAL             PIC X(03).
       01 WK-PERIODO           PIC 9(06).
       01 WK-FECHA             PIC X(08).
       01 WS-TOT-CAMBIOS       PIC 9(04) VALUE 0.
       01 WS-TOT-INENTREGABLES PIC 9(05) VALUE 0.
       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
               READ HOST-DISTRIBUCION
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-TOT-INDICE = 30000
                        DISPLAY "ABEND: TABLA DEL INDICE LLENA"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                       TO WS-DIS-EMAIL(WS-TOT-INDICE)
                     MOVE DIS-ESTADO
                       TO WS-DIS-ESTADO(WS-TOT-INDICE)
                     MOVE DIS-FECHA
                       TO WS-DIS-FECHA(WS-TOT-INDICE)
               END-READ
            END-PERFORM
            CLOSE HOST-DISTRIBUCION
                  ACCEPT WK-CANAL
                  DISPLAY "PERIODO (AAAAMM) : "
                  ACCEPT WK-PERIODO
                  DISPLAY "FECHA DEL ARCHIVO DIARIO (AAAAMMDD, "
                          "ENTER=ESTADO MENSUAL) : "
                  MOVE SPACES TO WK-FECHA
                  ACCEPT WK-FECHA
                  PERFORM 2200-MARCA-UNO
               WHEN OTHER
                  DISPLAY "ACCION NO RECONOCIDA: " WK-ACCION
                    UNTIL WK-I > WS-TOT-INDICE OR WK-POS > 0
               IF WS-DIS-CANAL(WK-I) = WK-CANAL
                  AND WS-DIS-PERIODO(WK-I) = WK-PERIODO
                  AND WS-DIS-FECHA(WK-I) = WK-FECHA
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               DISPLAY "NO HAY ESTADO DE " WK-CANAL " PARA "
                       WK-PERIODO " " WK-FECHA " EN EL INDICE"
            ELSE
               MOVE WK-ACCION TO WS-DIS-ESTADO(WK-POS)
               ADD 1 TO WS-TOT-CAMBIOS
                     STRING "SIN CONTACTO: CANAL "
                            WS-DIS-CANAL(WK-I)
                            " ARCHIVO " WS-DIS-NOMBRE(WK-I)
                            " " WS-DIS-FECHA(WK-I)
                        DELIMITED SIZE INTO WS-LIN-DETALLE
                  ELSE
                     STRING "DEVUELTO: CANAL " WS-DIS-CANAL(WK-I)
                            " EMAIL " WS-DIS-EMAIL(WK-I)
                            " " WS-DIS-FECHA(WK-I)
                        DELIMITED SIZE INTO WS-LIN-DETALLE
                  END-IF
                  WRITE REG-RPT FROM WS-LIN-DETALLE
               MOVE WS-DIS-NOMBRE(WK-I)  TO DIS-NOMBRE
               MOVE WS-DIS-EMAIL(WK-I)   TO DIS-EMAIL
               MOVE WS-DIS-ESTADO(WK-I)  TO DIS-ESTADO
               MOVE WS-DIS-FECHA(WK-I)   TO DIS-FECHA
               WRITE REG-DISTRIBUCION
            END-PERFORM
            CLOSE HOST-DISTRIBUCION.
