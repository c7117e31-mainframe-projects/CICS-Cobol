      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina compartida del catalogo de versiones de
      *  layout de los archivos vivos (QG1LAYVR.DAT, COPY QG1LAY01),
      *  hermana del contador QG1CX138: con LS-ACCION 'C' responde la
      *  version vigente de un layout (01 si el layout no tiene
      *  registro, la version de antes del catalogo) y con 'G' deja
      *  grabada la version que el llamador acaba de cargar, con la
      *  fecha y el programa. La llaman el respaldo QG1CX123 y la
      *  reorganizacion QG1CX122 (consulta antes de descargar), la
      *  restauracion QG1CX124 y el convertidor QG1CX285 (graban).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX286.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-VERSIONES ASSIGN TO "QG1LAYVR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VERSIONES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-VERSIONES.
           COPY QG1LAY01.

       WORKING-STORAGE SECTION.
       01 FS-VERSIONES         PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WS-TOT-LAYOUTS       PIC 9(02) VALUE 0.
       01 WS-TABLA-LAYOUTS.
          05 WS-LAYOUT-TBL     OCCURS 20 TIMES.
             10 WS-NOMBRE-TBL  PIC X(08).
             10 WS-VERSION-TBL PIC 9(02).
             10 WS-FECHA-TBL   PIC 9(08).
             10 WS-PROGRAMA-TBL PIC X(08).

       01 WK-I                 PIC 9(02).
       01 WK-POSICION          PIC 9(02).

       LINKAGE SECTION.
       01 LS-ACCION            PIC X(01).
       01 LS-LAYOUT            PIC X(08).
       01 LS-VERSION           PIC 9(02).
       01 LS-PROGRAMA          PIC X(08).

       PROCEDURE DIVISION USING LS-ACCION,
                                LS-LAYOUT,
                                LS-VERSION,
                                LS-PROGRAMA.
      *************************
       0000-MAIN.
            PERFORM 1000-LEE-CATALOGO
            PERFORM 1500-BUSCA-LAYOUT
            EVALUATE LS-ACCION
               WHEN 'C'
                  IF WK-POSICION = 0
                     MOVE 1 TO LS-VERSION
                  ELSE
                     MOVE WS-VERSION-TBL(WK-POSICION) TO LS-VERSION
                  END-IF
               WHEN 'G'
                  PERFORM 2000-ACTUALIZA-LAYOUT
                  PERFORM 3000-GRABA-CATALOGO
               WHEN OTHER
                  DISPLAY "ACCION DE CATALOGO NO RECONOCIDA: "
                          LS-ACCION
            END-EVALUATE
            PERFORM 4000-FINAL.
      *
       1000-LEE-CATALOGO.
            MOVE 0 TO WS-TOT-LAYOUTS
            OPEN INPUT HOST-VERSIONES
            IF FS-VERSIONES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-VERSIONES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-LAYOUTS < 20
                           ADD 1 TO WS-TOT-LAYOUTS
                           MOVE LAY-LAYOUT
                             TO WS-NOMBRE-TBL(WS-TOT-LAYOUTS)
                           MOVE LAY-VERSION
                             TO WS-VERSION-TBL(WS-TOT-LAYOUTS)
                           MOVE LAY-FECHA
                             TO WS-FECHA-TBL(WS-TOT-LAYOUTS)
                           MOVE LAY-PROGRAMA
                             TO WS-PROGRAMA-TBL(WS-TOT-LAYOUTS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-VERSIONES
            END-IF.
      *
       1500-BUSCA-LAYOUT.
            MOVE 0 TO WK-POSICION
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-LAYOUTS OR WK-POSICION > 0
               IF WS-NOMBRE-TBL(WK-I) = LS-LAYOUT
                  MOVE WK-I TO WK-POSICION
               END-IF
            END-PERFORM.
      *
       2000-ACTUALIZA-LAYOUT.
            IF WK-POSICION = 0
               IF WS-TOT-LAYOUTS = 20
                  DISPLAY "ABEND: CATALOGO DE LAYOUTS LLENO"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-LAYOUTS
               MOVE WS-TOT-LAYOUTS TO WK-POSICION
               MOVE LS-LAYOUT TO WS-NOMBRE-TBL(WK-POSICION)
            END-IF
            MOVE LS-VERSION  TO WS-VERSION-TBL(WK-POSICION)
            MOVE FUNCTION CURRENT-DATE(1:8)
              TO WS-FECHA-TBL(WK-POSICION)
            MOVE LS-PROGRAMA TO WS-PROGRAMA-TBL(WK-POSICION).
      *
       3000-GRABA-CATALOGO.
            OPEN OUTPUT HOST-VERSIONES
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-LAYOUTS
               MOVE WS-NOMBRE-TBL(WK-I)    TO LAY-LAYOUT
               MOVE WS-VERSION-TBL(WK-I)   TO LAY-VERSION
               MOVE WS-FECHA-TBL(WK-I)     TO LAY-FECHA
               MOVE WS-PROGRAMA-TBL(WK-I)  TO LAY-PROGRAMA
               WRITE REG-VERSION-LAYOUT
            END-PERFORM
            CLOSE HOST-VERSIONES.
      *
       4000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX286.
