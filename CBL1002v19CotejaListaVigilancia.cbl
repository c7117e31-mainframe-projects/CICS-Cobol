      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina compartida de cotejo de un nombre contra
      *  la lista de vigilancia QG1LISTA.DAT (COPY QG1LST01,
      *  sanciones y PEP). Recibe el canal, el origen del nombre ('N'
      *  nombre del canal, 'C' responsable del contacto), el nombre y
      *  el programa que llama, y regresa cuantas entradas de la lista
      *  coinciden, el mejor puntaje y la entrada del mejor puntaje.
      *  Nombre y lista se normalizan igual que en la deteccion de
      *  duplicados QG1CX137 (mayusculas, punto/coma/punto y coma a
      *  blanco, blancos repetidos colapsados) y se parten en
      *  palabras; las palabras de menos de 3 letras (DE, LA, Y, SA)
      *  no cuentan. Puntaje:
      *    100 y clase 'E' exacta si los nombres normalizados son
      *        iguales,
      *    si no, clase 'A' aproximada con el puntaje de palabras en
      *        comun (2 x comunes x 100 / palabras de los dos
      *        nombres), que atrapa el orden invertido y las palabras
      *        de mas o de menos; cuenta como coincidencia desde el
      *        umbral LISTA-UMBRAL (QG1CX112, por defecto 80).
      *  LS-ACCION 'E' solo evalua; 'G' ademas registra cada
      *  coincidencia nueva en QG1COINC.DAT (COPY QG1COI01) como 'P'
      *  por revisar; una coincidencia ya registrada (revisada o no)
      *  se deja como esta.
      *  La lista se carga en tabla en la primera llamada (es de solo
      *  lectura en la corrida); el archivo de coincidencias se abre
      *  y cierra en cada llamada, igual que QG1CX248. La usan el
      *  cotejo semanal QG1CX252 y la captura: la carga de canales
      *  QG1CX053, el driver QG1CX061, el mantenimiento en linea
      *  QG1C0013 y el de contactos QG1CX130.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX253.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-LISTA ASSIGN TO "QG1LISTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LST-ID
           FILE STATUS IS FS-LISTA.

           SELECT HOST-COINCIDENCIAS ASSIGN TO "QG1COINC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COI-LLAVE
           FILE STATUS IS FS-COINCIDENCIAS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-LISTA.
           COPY QG1LST01.

       FD  HOST-COINCIDENCIAS.
           COPY QG1COI01.

       WORKING-STORAGE SECTION.
       01 FS-LISTA             PIC X(02).
       01 FS-COINCIDENCIAS     PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-TABLA-CARGADA     PIC X(01) VALUE 'N'.
       01 WS-UMBRAL            PIC 9(03) VALUE 80.

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).

       01 WS-TOT-LISTA         PIC 9(04) VALUE 0.
       01 WS-TABLA-LISTA.
          05 WS-LST-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-LISTA.
             10 WS-LST-ID      PIC X(12).
             10 WS-LST-TIPO    PIC X(01).
             10 WS-LST-NOMBRE  PIC X(50).
             10 WS-LST-NORM    PIC X(50).
             10 WS-LST-NTOK    PIC 9(02).
             10 WS-LST-TOK     PIC X(20) OCCURS 10 TIMES.

      * area de normalizacion: entra WK-NOM-TRABAJO, sale el nombre
      * normalizado y sus palabras significativas
       01 WK-NOM-TRABAJO       PIC X(50).
       01 WK-NOM-NORMALIZADO   PIC X(50).
       01 WK-NTOK              PIC 9(02).
       01 WK-TOK               PIC X(20) OCCURS 10 TIMES.
       01 WK-PALABRA           PIC X(20).
       01 WK-LARGO             PIC 9(02).
       01 WK-ULTIMO-BLANCO     PIC X(01).

       01 WK-NOM-NORM-IN       PIC X(50).
       01 WK-NTOK-IN           PIC 9(02).
       01 WK-TOK-IN            PIC X(20) OCCURS 10 TIMES.

       01 WK-I                 PIC 9(04).
       01 WK-J                 PIC 9(02).
       01 WK-K                 PIC 9(02).
       01 WK-COMUNES           PIC 9(02).
       01 WK-HALLADA           PIC X(01).
       01 WK-PUNTAJE           PIC 9(03).
       01 WK-CLASE             PIC X(01).
       01 WK-FECHA-HOY         PIC 9(08).

       LINKAGE SECTION.
       01 LS-ACCION            PIC X(01).
       01 LS-COD-CANAL         PIC X(03).
       01 LS-ORIGEN            PIC X(01).
       01 LS-NOMBRE            PIC X(50).
       01 LS-PROGRAMA          PIC X(08).
       01 LS-COINCIDENCIAS     PIC 9(03).
       01 LS-MEJOR-PUNTAJE     PIC 9(03).
       01 LS-MEJOR-ID          PIC X(12).

       PROCEDURE DIVISION USING LS-ACCION,
                                LS-COD-CANAL,
                                LS-ORIGEN,
                                LS-NOMBRE,
                                LS-PROGRAMA,
                                LS-COINCIDENCIAS,
                                LS-MEJOR-PUNTAJE,
                                LS-MEJOR-ID.
      *************************
       0000-MAIN.
            MOVE 0      TO LS-COINCIDENCIAS, LS-MEJOR-PUNTAJE
            MOVE SPACES TO LS-MEJOR-ID
            IF WS-TABLA-CARGADA = 'N'
               PERFORM 1000-CARGA-LISTA
            END-IF
            IF LS-NOMBRE NOT = SPACES AND WS-TOT-LISTA > 0
               MOVE LS-NOMBRE TO WK-NOM-TRABAJO
               PERFORM 5000-NORMALIZA-NOMBRE
               MOVE WK-NOM-NORMALIZADO TO WK-NOM-NORM-IN
               MOVE WK-NTOK TO WK-NTOK-IN
               PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > 10
                  MOVE WK-TOK(WK-J) TO WK-TOK-IN(WK-J)
               END-PERFORM
               IF LS-ACCION = 'G'
                  PERFORM 2000-ABRE-COINCIDENCIAS
               END-IF
               PERFORM 3000-COTEJA-LISTA
               IF LS-ACCION = 'G'
                  CLOSE HOST-COINCIDENCIAS
               END-IF
            END-IF
            PERFORM 9000-FINAL.
      *
       1000-CARGA-LISTA.
            MOVE 'LISTA-UMBRAL' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WS-UMBRAL
            END-IF

            MOVE 0 TO WS-TOT-LISTA
            OPEN INPUT HOST-LISTA
            IF FS-LISTA = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-LISTA NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        PERFORM 1100-GUARDA-ENTRADA
                  END-READ
               END-PERFORM
               CLOSE HOST-LISTA
            ELSE
               DISPLAY "SIN LISTA DE VIGILANCIA QG1LISTA.DAT - FILE "
                       "STATUS " FS-LISTA ", NO SE COTEJA"
            END-IF
            MOVE 'S' TO WS-TABLA-CARGADA.
      *
       1100-GUARDA-ENTRADA.
            IF WS-TOT-LISTA = 5000
               DISPLAY "ABEND: TABLA DE LISTA DE VIGILANCIA LLENA "
                       "(5000 ENTRADAS)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-LISTA
            MOVE LST-ID     TO WS-LST-ID(WS-TOT-LISTA)
            MOVE LST-TIPO   TO WS-LST-TIPO(WS-TOT-LISTA)
            MOVE LST-NOMBRE TO WS-LST-NOMBRE(WS-TOT-LISTA)
            MOVE LST-NOMBRE TO WK-NOM-TRABAJO
            PERFORM 5000-NORMALIZA-NOMBRE
            MOVE WK-NOM-NORMALIZADO TO WS-LST-NORM(WS-TOT-LISTA)
            MOVE WK-NTOK TO WS-LST-NTOK(WS-TOT-LISTA)
            PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > 10
               MOVE WK-TOK(WK-J) TO WS-LST-TOK(WS-TOT-LISTA, WK-J)
            END-PERFORM.
      *
       2000-ABRE-COINCIDENCIAS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            OPEN I-O HOST-COINCIDENCIAS
            IF FS-COINCIDENCIAS = '35'
               OPEN OUTPUT HOST-COINCIDENCIAS
               CLOSE HOST-COINCIDENCIAS
               OPEN I-O HOST-COINCIDENCIAS
            END-IF.
      *
       3000-COTEJA-LISTA.
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WS-TOT-LISTA
               PERFORM 3100-PUNTUA-ENTRADA
               IF WK-PUNTAJE NOT < WS-UMBRAL
                  ADD 1 TO LS-COINCIDENCIAS
                  IF WK-PUNTAJE > LS-MEJOR-PUNTAJE
                     MOVE WK-PUNTAJE TO LS-MEJOR-PUNTAJE
                     MOVE WS-LST-ID(WK-I) TO LS-MEJOR-ID
                  END-IF
                  IF LS-ACCION = 'G' AND FS-COINCIDENCIAS = '00'
                     PERFORM 3200-REGISTRA-COINCIDENCIA
                  END-IF
               END-IF
            END-PERFORM.
      *
      * Cada palabra del nombre cotejado que aparece entre las de la
      * entrada cuenta una vez; el puntaje nunca pasa de 100.
       3100-PUNTUA-ENTRADA.
            MOVE 0 TO WK-PUNTAJE
            IF WK-NOM-NORM-IN = WS-LST-NORM(WK-I)
               MOVE 100 TO WK-PUNTAJE
               MOVE 'E' TO WK-CLASE
            ELSE
               MOVE 'A' TO WK-CLASE
               MOVE 0 TO WK-COMUNES
               PERFORM VARYING WK-J FROM 1 BY 1
                       UNTIL WK-J > WK-NTOK-IN
                  MOVE 'N' TO WK-HALLADA
                  PERFORM VARYING WK-K FROM 1 BY 1
                          UNTIL WK-K > WS-LST-NTOK(WK-I)
                             OR WK-HALLADA = 'S'
                     IF WK-TOK-IN(WK-J) = WS-LST-TOK(WK-I, WK-K)
                        ADD 1 TO WK-COMUNES
                        MOVE 'S' TO WK-HALLADA
                     END-IF
                  END-PERFORM
               END-PERFORM
               IF WK-NTOK-IN + WS-LST-NTOK(WK-I) > 0
                  COMPUTE WK-PUNTAJE =
                     (2 * WK-COMUNES * 100) /
                     (WK-NTOK-IN + WS-LST-NTOK(WK-I))
               END-IF
               IF WK-PUNTAJE > 100
                  MOVE 100 TO WK-PUNTAJE
               END-IF
            END-IF.
      *
       3200-REGISTRA-COINCIDENCIA.
            MOVE LS-COD-CANAL    TO COI-COD-CANAL
            MOVE LS-ORIGEN       TO COI-ORIGEN
            MOVE WS-LST-ID(WK-I) TO COI-LST-ID
            READ HOST-COINCIDENCIAS
               KEY IS COI-LLAVE
               INVALID KEY
                  PERFORM 3300-GRABA-COINCIDENCIA
            END-READ.
      *
       3300-GRABA-COINCIDENCIA.
            MOVE LS-NOMBRE           TO COI-NOMBRE
            MOVE WS-LST-NOMBRE(WK-I) TO COI-LST-NOMBRE
            MOVE WS-LST-TIPO(WK-I)   TO COI-LST-TIPO
            MOVE WK-CLASE            TO COI-CLASE
            MOVE WK-PUNTAJE          TO COI-PUNTAJE
            SET COI-POR-REVISAR      TO TRUE
            MOVE WK-FECHA-HOY        TO COI-FECHA-DETECCION
            MOVE LS-PROGRAMA         TO COI-DETECTADA-POR
            MOVE SPACES              TO COI-REVISOR, COI-NOTA
            MOVE 0                   TO COI-FECHA-REVISION
            WRITE REG-COINCIDENCIA
               INVALID KEY
                  DISPLAY "COINCIDENCIA " COI-LLAVE
                          " NO SE PUDO GRABAR - FILE STATUS "
                          FS-COINCIDENCIAS
            END-WRITE.
      *
      * Normalizacion de QG1CX137 (3100-NORMALIZA-NOMBRE) y corte en
      * palabras de 3 o mas letras, hasta 10 por nombre.
       5000-NORMALIZA-NOMBRE.
            MOVE FUNCTION UPPER-CASE(WK-NOM-TRABAJO) TO WK-NOM-TRABAJO
            INSPECT WK-NOM-TRABAJO REPLACING ALL '.' BY SPACE
                                            ALL ',' BY SPACE
                                            ALL ';' BY SPACE

            MOVE SPACES TO WK-NOM-NORMALIZADO
            MOVE 0 TO WK-J
            MOVE 'S' TO WK-ULTIMO-BLANCO
            PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 50
               IF WK-NOM-TRABAJO(WK-K:1) = SPACE
                  IF WK-ULTIMO-BLANCO = 'N'
                     ADD 1 TO WK-J
                     MOVE SPACE TO WK-NOM-NORMALIZADO(WK-J:1)
                     MOVE 'S' TO WK-ULTIMO-BLANCO
                  END-IF
               ELSE
                  ADD 1 TO WK-J
                  MOVE WK-NOM-TRABAJO(WK-K:1)
                    TO WK-NOM-NORMALIZADO(WK-J:1)
                  MOVE 'N' TO WK-ULTIMO-BLANCO
               END-IF
            END-PERFORM

            MOVE 0 TO WK-NTOK, WK-LARGO
            MOVE SPACES TO WK-PALABRA
            PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > 10
               MOVE SPACES TO WK-TOK(WK-J)
            END-PERFORM
            PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 50
               IF WK-NOM-NORMALIZADO(WK-K:1) = SPACE
                  PERFORM 5100-CIERRA-PALABRA
               ELSE
                  IF WK-LARGO < 20
                     ADD 1 TO WK-LARGO
                     MOVE WK-NOM-NORMALIZADO(WK-K:1)
                       TO WK-PALABRA(WK-LARGO:1)
                  END-IF
               END-IF
            END-PERFORM
            PERFORM 5100-CIERRA-PALABRA.
      *
       5100-CIERRA-PALABRA.
            IF WK-LARGO > 2 AND WK-NTOK < 10
               ADD 1 TO WK-NTOK
               MOVE WK-PALABRA TO WK-TOK(WK-NTOK)
            END-IF
            MOVE 0 TO WK-LARGO
            MOVE SPACES TO WK-PALABRA.
      *
       9000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX253.
