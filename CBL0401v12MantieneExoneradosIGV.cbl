      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Mantenimiento de la lista de canales exonerados
      *  de IGV sobre comisiones QG1EXIGV.DAT (COPY QG1EXI01):
      *    A = alta de un canal exonerado con el sustento legal,
      *    B = baja de la exoneracion (el canal vuelve a facturarse
      *        con IGV desde la proxima facturacion),
      *  y listado de la lista vigente al terminar. Mismo patron que
      *  QG1CX111: carga el archivo en tabla, aplica las capturas y
      *  lo regraba completo. El canal debe existir en HOST004 y un
      *  alta duplicada solo reemplaza el sustento. Requiere permiso
      *  de tasas del operador (CALL QG1CX109): exonerar a un canal
      *  cambia lo que se le factura igual que cambiar la tasa.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX221.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-EXONERADOS ASSIGN TO "QG1EXIGV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXONERADOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-EXONERADOS.
           COPY QG1EXI01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-EXONERADOS        PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-SIGUE             PIC X(01).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'T'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WS-TOT-EXONERADOS    PIC 9(03) VALUE 0.
       01 WS-TABLA-EXONERADOS.
          05 WS-EXI-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-EXONERADOS.
             10 WS-EXI-REGISTRO PIC X(33).

       01 WK-I                 PIC 9(03).
       01 WK-POS               PIC 9(03).
       01 WK-ACCION            PIC X(01).
       01 WK-EXONERADO.
           05 WK-CODIGO        PIC X(03).
           05 WK-SUSTENTO      PIC X(30).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-EXONERADOS
            PERFORM 3000-CAPTURA-EXONERADOS
            PERFORM 4000-REGRABA-EXONERADOS
            PERFORM 5000-LISTA-EXONERADOS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DE CANALES EXONERADOS DE IGV"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE TASAS - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CARGA-EXONERADOS.
            OPEN INPUT HOST-EXONERADOS
            IF FS-EXONERADOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-EXONERADOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-EXONERADOS = 500
                           DISPLAY "ABEND: TABLA DE EXONERADOS LLENA "
                                   "(500 CANALES)"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-EXONERADOS
                        MOVE REG-EXONERADO-IGV
                          TO WS-EXI-REGISTRO(WS-TOT-EXONERADOS)
                  END-READ
               END-PERFORM
               CLOSE HOST-EXONERADOS
            END-IF.
      *
       3000-CAPTURA-EXONERADOS.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 3100-CAPTURA-UNO
            END-PERFORM
            CLOSE HOST004.
      *
       3100-CAPTURA-UNO.
            DISPLAY "ACCION A/B (ENTER PARA TERMINAR) : "
            MOVE SPACE TO WK-ACCION
            ACCEPT WK-ACCION
            IF WK-ACCION = SPACE
               MOVE 'N' TO WS-SIGUE
            ELSE
               MOVE SPACES TO WK-EXONERADO
               DISPLAY "COD-CANAL : "
               ACCEPT WK-CODIGO
               IF WK-ACCION = 'A'
                  DISPLAY "SUSTENTO DE LA EXONERACION (30 POS.) : "
                  ACCEPT WK-SUSTENTO
               END-IF
               PERFORM 3200-APLICA-ACCION
            END-IF.
      *
       3200-APLICA-ACCION.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-EXONERADOS OR WK-POS > 0
               MOVE WS-EXI-REGISTRO(WK-I) TO REG-EXONERADO-IGV
               IF EXI-COD-CANAL = WK-CODIGO
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN WK-ACCION = 'A'
                  PERFORM 3300-ALTA-EXONERADO
               WHEN WK-ACCION = 'B' AND WK-POS = 0
                  DISPLAY "RECHAZADO: EL CANAL " WK-CODIGO
                          " NO ESTA EXONERADO"
               WHEN WK-ACCION = 'B'
      * la ultima entrada ocupa el lugar de la eliminada
                  MOVE WS-EXI-REGISTRO(WS-TOT-EXONERADOS)
                    TO WS-EXI-REGISTRO(WK-POS)
                  SUBTRACT 1 FROM WS-TOT-EXONERADOS
                  DISPLAY "EXONERACION DE " WK-CODIGO " ELIMINADA"
               WHEN OTHER
                  DISPLAY "ACCION NO RECONOCIDA: " WK-ACCION
            END-EVALUATE.
      *
       3300-ALTA-EXONERADO.
            MOVE WK-CODIGO TO COD-CANAL
            READ HOST004
               KEY IS COD-CANAL
               INVALID KEY
                  DISPLAY "RECHAZADO: EL CANAL " WK-CODIGO
                          " NO EXISTE EN EL MAESTRO"
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN WK-SUSTENTO = SPACES
                        DISPLAY "RECHAZADO: FALTA EL SUSTENTO DE LA "
                                "EXONERACION"
                     WHEN WK-POS > 0
                        MOVE WK-EXONERADO TO WS-EXI-REGISTRO(WK-POS)
                        DISPLAY "SUSTENTO DE " WK-CODIGO
                                " REEMPLAZADO"
                     WHEN WS-TOT-EXONERADOS = 500
                        DISPLAY "RECHAZADO: TABLA DE EXONERADOS "
                                "LLENA (500 CANALES)"
                     WHEN OTHER
                        ADD 1 TO WS-TOT-EXONERADOS
                        MOVE WK-EXONERADO
                          TO WS-EXI-REGISTRO(WS-TOT-EXONERADOS)
                        DISPLAY "CANAL " WK-CODIGO " EXONERADO"
                  END-EVALUATE
            END-READ.
      *
       4000-REGRABA-EXONERADOS.
            OPEN OUTPUT HOST-EXONERADOS
            IF FS-EXONERADOS NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-EXONERADOS FALLIDO - FILE "
                       "STATUS " FS-EXONERADOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-EXONERADOS
               MOVE WS-EXI-REGISTRO(WK-I) TO REG-EXONERADO-IGV
               WRITE REG-EXONERADO-IGV
            END-PERFORM
            CLOSE HOST-EXONERADOS.
      *
       5000-LISTA-EXONERADOS.
            DISPLAY "CANALES EXONERADOS DE IGV:"
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-EXONERADOS
               MOVE WS-EXI-REGISTRO(WK-I) TO REG-EXONERADO-IGV
               DISPLAY EXI-COD-CANAL " " EXI-SUSTENTO
            END-PERFORM.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX221.
