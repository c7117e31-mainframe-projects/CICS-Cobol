      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Cada campo agregado a QG1CAN01, QG1CON01 o
      *  QG1LIB01 traia su conversion de una sola vez, y los
      *  respaldos tomados antes del cambio ya no los podia leer
      *  QG1CX124. Este convertidor generico sube una descarga
      *  secuencial de un layout de su version a la siguiente,
      *  armando cada registro nuevo con las reglas de QG1LAYCV.DAT
      *  (COPY QG1LCV01): tramos copiados del registro viejo y
      *  campos nuevos con su valor por defecto. Recibe por consola
      *  el layout, el archivo de entrada, el de salida, la version
      *  de origen (solo se usa si la entrada no trae cabecera
      *  QG1LAH01) y si la salida reemplazara al archivo vivo.
      *  - La version de origen sale de la cabecera 'HDR'; sin
      *    cabecera, de la consola. No pasa de la version con la que
      *    se compila (COPY QG1LVR01): un paso por corrida, se repite
      *    hasta llegar a la vigente.
      *  - La cabecera sale con la version nueva y el trailer 'TRL'
      *    pasa tal cual (el conteo y el hash no cambian). La copia
      *    de un archivo vivo sale sin cabecera, como la leen sus
      *    programas, y su version nueva queda en el catalogo
      *    QG1LAYVR.DAT (rutina QG1CX286).
      *  Cuenta leidos, convertidos y campos puestos por defecto;
      *  si no cuadran, o no hay reglas para el paso, termina con
      *  RETURN-CODE 16. La corrida queda en el run-log (QG1CX120).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX285.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-REGLAS ASSIGN TO "QG1LAYCV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGLAS.

           SELECT HOST-ENTRADA ASSIGN TO DYNAMIC WK-NOMBRE-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT HOST-SALIDA ASSIGN TO DYNAMIC WK-NOMBRE-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALIDA.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-REGLAS.
           COPY QG1LCV01.

       FD  HOST-ENTRADA.
       01  REG-ENTRADA         PIC X(500).

       FD  HOST-SALIDA.
       01  REG-SALIDA          PIC X(500).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-REGLAS            PIC X(02).
       01 FS-ENTRADA           PIC X(02).
       01 FS-SALIDA            PIC X(02).
       01 WS-EOF               PIC A(1).

           COPY QG1LVR01.
           COPY QG1LAH01.

       01 WK-LAYOUT            PIC X(08).
       01 WK-NOMBRE-ENTRADA    PIC X(30).
       01 WK-NOMBRE-SALIDA     PIC X(30).
       01 WK-VERSION-PEDIDA    PIC X(02).
       01 WK-ARCHIVO-VIVO      PIC X(01).
       01 WK-VERSION-DESDE     PIC 9(02).
       01 WK-VERSION-HASTA     PIC 9(02).
       01 WK-VERSION-VIGENTE   PIC 9(02).
       01 WS-CON-CABECERA      PIC X(01) VALUE 'N'.
       01 WS-PRIMER-REGISTRO   PIC X(01) VALUE 'S'.

       01 WS-TOT-REGLAS        PIC 9(02) VALUE 0.
       01 WS-TABLA-REGLAS.
          05 WS-REGLA-TBL      OCCURS 50 TIMES.
             10 WS-TIPO-TBL     PIC X(01).
             10 WS-POSICION-TBL PIC 9(03).
             10 WS-LONGITUD-TBL PIC 9(03).
             10 WS-VALOR-TBL    PIC X(40).
       01 WS-TOT-DEFECTOS-REG  PIC 9(02) VALUE 0.
       01 WS-LONGITUD-NUEVA    PIC 9(04) VALUE 0.

       01 WK-REGISTRO-NUEVO    PIC X(500).
       01 WK-PUNTERO           PIC 9(04).
       01 WK-I                 PIC 9(02).

       01 WS-TOT-LEIDOS        PIC 9(07) VALUE 0.
       01 WS-TOT-CONVERTIDOS   PIC 9(07) VALUE 0.
       01 WS-TOT-CONTROL       PIC 9(07) VALUE 0.
       01 WS-TOT-DEFECTOS      PIC 9(09) VALUE 0.

       01 WK-CAT-ACCION        PIC X(01).
       01 WK-CAT-VERSION       PIC 9(02).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX285'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1500-LEE-VERSION-ORIGEN
            PERFORM 1700-CARGA-REGLAS
            PERFORM 2000-CONVIERTE
            PERFORM 3000-CUADRA-CONTEOS
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CONVERSION DE LAYOUT DE MAESTRO E HIJOS"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "LAYOUT (QG1CAN01/QG1CON01/QG1LIB01) : "
            ACCEPT WK-LAYOUT
            EVALUATE WK-LAYOUT
               WHEN 'QG1CAN01'
                  MOVE LVR-CAN01 TO WK-VERSION-VIGENTE
               WHEN 'QG1CON01'
                  MOVE LVR-CON01 TO WK-VERSION-VIGENTE
               WHEN 'QG1LIB01'
                  MOVE LVR-LIB01 TO WK-VERSION-VIGENTE
               WHEN OTHER
                  DISPLAY "LAYOUT NO RECONOCIDO: " WK-LAYOUT
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-EVALUATE
            DISPLAY "ARCHIVO DE ENTRADA : "
            ACCEPT WK-NOMBRE-ENTRADA
            DISPLAY "ARCHIVO DE SALIDA  : "
            ACCEPT WK-NOMBRE-SALIDA
            DISPLAY "VERSION DE ORIGEN SI NO TRAE CABECERA (NN) : "
            ACCEPT WK-VERSION-PEDIDA
            DISPLAY "LA SALIDA REEMPLAZA AL ARCHIVO VIVO (S/N) : "
            ACCEPT WK-ARCHIVO-VIVO
            IF WK-NOMBRE-ENTRADA = WK-NOMBRE-SALIDA
               DISPLAY "ABEND: ENTRADA Y SALIDA NO PUEDEN SER EL "
                       "MISMO ARCHIVO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
      * La version de origen manda la cabecera; la de consola solo
      * vale para una descarga anterior a la cabecera o para la copia
      * de un archivo vivo, que nunca la lleva.
       1500-LEE-VERSION-ORIGEN.
            OPEN INPUT HOST-ENTRADA
            IF FS-ENTRADA NOT = '00'
               DISPLAY "ABEND: ENTRADA INEXISTENTE - FILE STATUS "
                       FS-ENTRADA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            READ HOST-ENTRADA
               AT END
                  DISPLAY "ABEND: ENTRADA VACIA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-READ
            CLOSE HOST-ENTRADA

            MOVE REG-ENTRADA(1:63) TO REG-CABECERA-LAYOUT
            IF CAB-ES-CABECERA
               MOVE 'S' TO WS-CON-CABECERA
               IF CAB-LAYOUT NOT = WK-LAYOUT
                  DISPLAY "ABEND: LA CABECERA ES DEL LAYOUT "
                          CAB-LAYOUT
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE CAB-VERSION TO WK-VERSION-DESDE
            ELSE
               IF WK-VERSION-PEDIDA NOT NUMERIC
                  DISPLAY "ABEND: ENTRADA SIN CABECERA Y SIN VERSION "
                          "DE ORIGEN"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE WK-VERSION-PEDIDA TO WK-VERSION-DESDE
            END-IF

            IF WK-VERSION-DESDE >= WK-VERSION-VIGENTE
               DISPLAY "ABEND: LA ENTRADA YA ESTA EN LA VERSION "
                       WK-VERSION-DESDE " (VIGENTE " WK-VERSION-VIGENTE
                       ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            COMPUTE WK-VERSION-HASTA = WK-VERSION-DESDE + 1
            DISPLAY "CONVIERTE " WK-LAYOUT " DE VERSION "
                    WK-VERSION-DESDE " A " WK-VERSION-HASTA.
      *
       1700-CARGA-REGLAS.
            OPEN INPUT HOST-REGLAS
            IF FS-REGLAS NOT = '00'
               DISPLAY "ABEND: SIN REGLAS DE CONVERSION QG1LAYCV.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-REGLAS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF CNV-LAYOUT = WK-LAYOUT
                        AND CNV-VERSION-DESDE = WK-VERSION-DESDE
                        PERFORM 1750-AGREGA-REGLA
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-REGLAS

            IF WS-TOT-REGLAS = 0
               DISPLAY "ABEND: NO HAY REGLAS PARA " WK-LAYOUT
                       " VERSION " WK-VERSION-DESDE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "REGLAS DEL PASO        : " WS-TOT-REGLAS
            DISPLAY "LONGITUD DEL REGISTRO  : " WS-LONGITUD-NUEVA.
      *
       1750-AGREGA-REGLA.
            IF WS-TOT-REGLAS = 50
               DISPLAY "ABEND: TABLA DE REGLAS LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF (NOT CNV-COPIA AND NOT CNV-DEFECTO)
               OR CNV-LONGITUD = 0
               OR (CNV-COPIA AND CNV-POSICION = 0)
               OR (CNV-COPIA AND CNV-POSICION + CNV-LONGITUD > 501)
               OR WS-LONGITUD-NUEVA + CNV-LONGITUD > 500
               DISPLAY "ABEND: REGLA INVALIDA " CNV-TIPO " "
                       CNV-POSICION " " CNV-LONGITUD
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-REGLAS
            MOVE CNV-TIPO      TO WS-TIPO-TBL(WS-TOT-REGLAS)
            MOVE CNV-POSICION  TO WS-POSICION-TBL(WS-TOT-REGLAS)
            MOVE CNV-LONGITUD  TO WS-LONGITUD-TBL(WS-TOT-REGLAS)
            MOVE CNV-VALOR     TO WS-VALOR-TBL(WS-TOT-REGLAS)
            ADD CNV-LONGITUD   TO WS-LONGITUD-NUEVA
            IF CNV-DEFECTO
               ADD 1 TO WS-TOT-DEFECTOS-REG
            END-IF.
      *
       2000-CONVIERTE.
            OPEN INPUT HOST-ENTRADA
            OPEN OUTPUT HOST-SALIDA
            IF FS-SALIDA NOT = '00'
               DISPLAY "ABEND: OPEN DE SALIDA FALLIDO - FILE STATUS "
                       FS-SALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WK-ARCHIVO-VIVO NOT = 'S'
               AND WS-CON-CABECERA = 'N'
               PERFORM 2300-GRABA-CABECERA
            END-IF

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-ENTRADA
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     EVALUATE TRUE
                        WHEN WS-PRIMER-REGISTRO = 'S'
                             AND WS-CON-CABECERA = 'S'
                           IF WK-ARCHIVO-VIVO NOT = 'S'
                              PERFORM 2300-GRABA-CABECERA
                           END-IF
                        WHEN REG-ENTRADA(1:3) = 'TRL'
                           ADD 1 TO WS-TOT-CONTROL
                           MOVE REG-ENTRADA TO REG-SALIDA
                           WRITE REG-SALIDA
                        WHEN OTHER
                           ADD 1 TO WS-TOT-LEIDOS
                           PERFORM 2100-ARMA-REGISTRO
                           MOVE WK-REGISTRO-NUEVO TO REG-SALIDA
                           WRITE REG-SALIDA
                           IF FS-SALIDA = '00'
                              ADD 1 TO WS-TOT-CONVERTIDOS
                              ADD WS-TOT-DEFECTOS-REG
                                TO WS-TOT-DEFECTOS
                           END-IF
                     END-EVALUATE
                     MOVE 'N' TO WS-PRIMER-REGISTRO
               END-READ
            END-PERFORM
            CLOSE HOST-ENTRADA, HOST-SALIDA.
      *
       2100-ARMA-REGISTRO.
            MOVE SPACES TO WK-REGISTRO-NUEVO
            MOVE 1 TO WK-PUNTERO
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-REGLAS
               IF WS-TIPO-TBL(WK-I) = 'C'
                  MOVE REG-ENTRADA(WS-POSICION-TBL(WK-I):
                                   WS-LONGITUD-TBL(WK-I))
                    TO WK-REGISTRO-NUEVO(WK-PUNTERO:
                                         WS-LONGITUD-TBL(WK-I))
               ELSE
                  PERFORM 2150-PONE-DEFECTO
               END-IF
               ADD WS-LONGITUD-TBL(WK-I) TO WK-PUNTERO
            END-PERFORM.
      *
      * Un valor por defecto mas largo que CNV-VALOR se completa con
      * blancos; un numerico largo se declara con ceros en la regla.
       2150-PONE-DEFECTO.
            IF WS-LONGITUD-TBL(WK-I) > 40
               MOVE WS-VALOR-TBL(WK-I)
                 TO WK-REGISTRO-NUEVO(WK-PUNTERO:40)
            ELSE
               MOVE WS-VALOR-TBL(WK-I)(1:WS-LONGITUD-TBL(WK-I))
                 TO WK-REGISTRO-NUEVO(WK-PUNTERO:
                                      WS-LONGITUD-TBL(WK-I))
            END-IF.
      *
       2300-GRABA-CABECERA.
            MOVE SPACES     TO REG-CABECERA-LAYOUT
            MOVE 'HDR'      TO CAB-MARCA
            MOVE WK-LAYOUT  TO CAB-LAYOUT
            MOVE 'VER='     TO CAB-ETIQUETA
            MOVE WK-VERSION-HASTA TO CAB-VERSION
            MOVE FUNCTION CURRENT-DATE(1:8) TO CAB-FECHA
            MOVE SPACES     TO REG-SALIDA
            MOVE REG-CABECERA-LAYOUT TO REG-SALIDA
            WRITE REG-SALIDA
            ADD 1 TO WS-TOT-CONTROL.
      *
       3000-CUADRA-CONTEOS.
            DISPLAY "REGISTROS LEIDOS       : " WS-TOT-LEIDOS
            DISPLAY "REGISTROS CONVERTIDOS  : " WS-TOT-CONVERTIDOS
            DISPLAY "CABECERA Y TRAILER     : " WS-TOT-CONTROL
            DISPLAY "CAMPOS POR DEFECTO     : " WS-TOT-DEFECTOS

            MOVE SPACES TO WK-LOG-TEXTO
            IF WS-TOT-LEIDOS NOT = WS-TOT-CONVERTIDOS
               DISPLAY "ABEND: LEIDOS Y CONVERTIDOS NO CUADRAN, NO USE "
                       "LA SALIDA"
               MOVE 'E' TO WK-LOG-SEVERIDAD
               STRING WK-LAYOUT " V" WK-VERSION-DESDE " NO CUADRA LEI="
                      WS-TOT-LEIDOS " CNV=" WS-TOT-CONVERTIDOS
                  DELIMITED SIZE INTO WK-LOG-TEXTO
               CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                      WK-LOG-SEVERIDAD, WK-LOG-TEXTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            IF WK-ARCHIVO-VIVO = 'S'
               MOVE 'G' TO WK-CAT-ACCION
               MOVE WK-VERSION-HASTA TO WK-CAT-VERSION
               CALL "QG1CX286" USING WK-CAT-ACCION, WK-LAYOUT,
                                      WK-CAT-VERSION, WK-LOG-PROGRAMA
               DISPLAY "CATALOGO: " WK-LAYOUT " QUEDA EN VERSION "
                       WK-VERSION-HASTA
            END-IF

            MOVE 'I' TO WK-LOG-SEVERIDAD
            STRING WK-LAYOUT " V" WK-VERSION-DESDE " A V"
                   WK-VERSION-HASTA " CNV=" WS-TOT-CONVERTIDOS
                   " DEF=" WS-TOT-DEFECTOS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX285.
