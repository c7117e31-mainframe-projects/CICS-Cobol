      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Mantenimiento del archivo de bases de calculo de
      *  interes QG1BASE.DAT (COPY QG1BAS01): captura por consola de la
      *  convencion de conteo de dias de un canal (nivel C, clave =
      *  COD-CANAL) o de un tipo de canal de QG1TIPO.DAT (nivel T,
      *  clave = codigo de tipo), y listado de las bases vigentes.
      *  Mismo patron que QG1CX111: carga el archivo en tabla, aplica
      *  las capturas y lo regraba completo. Una entrada con el mismo
      *  nivel y clave reemplaza a la anterior; una convencion en
      *  blanco la elimina (el canal vuelve a la base de su tipo o a
      *  ACT/365). Un canal debe existir en HOST004. Requiere permiso
      *  de tasas del operador (CALL QG1CX109), porque cambiar la base
      *  cambia el interes devengado igual que cambiar la tasa.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX219.
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

           SELECT HOST-BASES ASSIGN TO "QG1BASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BASES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-BASES.
           COPY QG1BAS01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-BASES             PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-SIGUE             PIC X(01).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'T'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WS-TOT-BASES         PIC 9(04) VALUE 0.
       01 WS-TABLA-BASES.
          05 WS-BAS-TBL        OCCURS 1 TO 1000 TIMES
                                DEPENDING ON WS-TOT-BASES.
             10 WS-BAS-REGISTRO PIC X(11).

       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).
       01 WK-EDIT-STATUS       PIC X(02).

       01 WK-BASE.
           05 WK-NIVEL         PIC X(01).
              88 WK-NIVEL-VALIDO VALUE 'C' 'T'.
           05 WK-CLAVE         PIC X(03).
           05 WK-CONVENCION    PIC X(07).
              88 WK-CONVENCION-VALIDA VALUE 'ACT/365' 'ACT/360'
                                            '30/360 ' SPACES.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-BASES
            PERFORM 3000-CAPTURA-BASES
            PERFORM 4000-REGRABA-BASES
            PERFORM 5000-LISTA-BASES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DE BASES DE CALCULO DE INTERES"
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
       2000-CARGA-BASES.
            OPEN INPUT HOST-BASES
            IF FS-BASES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-BASES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-BASES = 1000
                           DISPLAY "ABEND: TABLA DE BASES LLENA "
                                   "(1000 ENTRADAS)"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-BASES
                        MOVE REG-BASE-CALCULO
                          TO WS-BAS-REGISTRO(WS-TOT-BASES)
                  END-READ
               END-PERFORM
               CLOSE HOST-BASES
            END-IF.
      *
       3000-CAPTURA-BASES.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 3100-CAPTURA-UNA
            END-PERFORM
            CLOSE HOST004.
      *
       3100-CAPTURA-UNA.
            DISPLAY "NIVEL C=CANAL / T=TIPO (ENTER PARA TERMINAR) : "
            MOVE SPACES TO WK-BASE
            ACCEPT WK-NIVEL
            IF WK-NIVEL = SPACE
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "COD-CANAL O CODIGO DE TIPO : "
               ACCEPT WK-CLAVE
               DISPLAY "CONVENCION ACT/365, ACT/360, 30/360 "
                       "(BLANCO = ELIMINAR) : "
               ACCEPT WK-CONVENCION
               PERFORM 3200-EDITA-BASE
               IF WK-EDIT-STATUS = '00'
                  PERFORM 3300-APLICA-BASE
               END-IF
            END-IF.
      *
       3200-EDITA-BASE.
            MOVE '00' TO WK-EDIT-STATUS
            EVALUATE TRUE
               WHEN NOT WK-NIVEL-VALIDO
                  MOVE '01' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: NIVEL INVALIDO - " WK-NIVEL
               WHEN WK-CLAVE = SPACES
                  MOVE '02' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: FALTA LA CLAVE"
               WHEN NOT WK-CONVENCION-VALIDA
                  MOVE '03' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: CONVENCION NO RECONOCIDA - "
                          WK-CONVENCION
               WHEN OTHER
                  CONTINUE
            END-EVALUATE

            IF WK-EDIT-STATUS = '00' AND WK-NIVEL = 'C'
               MOVE WK-CLAVE TO COD-CANAL
               READ HOST004
                  KEY IS COD-CANAL
                  INVALID KEY
                     MOVE '04' TO WK-EDIT-STATUS
                     DISPLAY "RECHAZADO: EL CANAL " WK-CLAVE
                             " NO EXISTE EN EL MAESTRO"
               END-READ
            END-IF

      * el tipo se compara por su primera posicion (TIP-CODIGO X(01))
            IF WK-EDIT-STATUS = '00' AND WK-NIVEL = 'T'
               MOVE WK-CLAVE(1:1) TO WK-CLAVE
            END-IF.
      *
       3300-APLICA-BASE.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-BASES OR WK-POS > 0
               MOVE WS-BAS-REGISTRO(WK-I) TO REG-BASE-CALCULO
               IF BAS-NIVEL = WK-NIVEL AND BAS-CLAVE = WK-CLAVE
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN WK-CONVENCION = SPACES AND WK-POS = 0
                  DISPLAY "SIN BASE PROPIA PARA " WK-NIVEL " "
                          WK-CLAVE ", NADA QUE ELIMINAR"
               WHEN WK-CONVENCION = SPACES
      * la ultima entrada ocupa el lugar de la eliminada
                  MOVE WS-BAS-REGISTRO(WS-TOT-BASES)
                    TO WS-BAS-REGISTRO(WK-POS)
                  SUBTRACT 1 FROM WS-TOT-BASES
                  DISPLAY "BASE ELIMINADA: " WK-NIVEL " " WK-CLAVE
               WHEN WK-POS > 0
                  MOVE WK-BASE TO WS-BAS-REGISTRO(WK-POS)
                  DISPLAY "BASE REEMPLAZADA: " WK-NIVEL " " WK-CLAVE
                          " " WK-CONVENCION
               WHEN WS-TOT-BASES = 1000
                  DISPLAY "RECHAZADO: TABLA DE BASES LLENA "
                          "(1000 ENTRADAS)"
               WHEN OTHER
                  ADD 1 TO WS-TOT-BASES
                  MOVE WK-BASE TO WS-BAS-REGISTRO(WS-TOT-BASES)
                  DISPLAY "BASE AGREGADA: " WK-NIVEL " " WK-CLAVE
                          " " WK-CONVENCION
            END-EVALUATE.
      *
       4000-REGRABA-BASES.
            OPEN OUTPUT HOST-BASES
            IF FS-BASES NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-BASES FALLIDO - FILE "
                       "STATUS " FS-BASES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-BASES
               MOVE WS-BAS-REGISTRO(WK-I) TO REG-BASE-CALCULO
               WRITE REG-BASE-CALCULO
            END-PERFORM
            CLOSE HOST-BASES.
      *
       5000-LISTA-BASES.
            DISPLAY "BASES DE CALCULO VIGENTES (SIN ENTRADA = ACT/365):"
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-BASES
               MOVE WS-BAS-REGISTRO(WK-I) TO REG-BASE-CALCULO
               DISPLAY BAS-NIVEL " " BAS-CLAVE " " BAS-CONVENCION
            END-PERFORM.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX219.
