      *    - y actualiza la historia con el dia, recortando a las 30
      *      fechas mas recientes por canal.
      *  Reporte en QG1CX172.RPT.
      * Ciclos intradia: el feed del dia llega en varios ciclos y
      *  QG1CX160.TRX es solo el del ciclo en curso; este control de
      *  fin de dia lee la union de todos los ciclos de la fecha,
      *  QG1CX160.DIA, que el pre-editor arma ciclo a ciclo.
      * Casos de cumplimiento: cada PICO entra como alerta 'ANO' al
      *  archivo de casos QG1CASOS.DAT (rutina QG1CX248, un solo
      *  caso abierto por canal). Los colapsos son un asunto de
      *  operacion (terminal caida, a quien llamar) y no abren caso.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TRX ASSIGN TO "QG1CX160.DIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRX.

       01 WS-TOT-COLAPSOS      PIC 9(04) VALUE 0.
       01 WS-LIN-DETALLE       PIC X(100).

       01 WK-CASO-ORIGEN       PIC X(03) VALUE 'ANO'.
       01 WK-CASO-FECHA        PIC 9(08).
       01 WK-CASO-DETALLE      PIC X(60).
       01 WK-CASO-NUMERO       PIC 9(07).
       01 WK-CASO-RESULTADO    PIC X(01).
       01 WK-CANAL-CASO        PIC X(03).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
       3000-ACUMULA-DIA.
            OPEN INPUT HOST-TRX
            IF FS-TRX NOT = '00'
               DISPLAY "ABEND: SIN FEED ACEPTADO QG1CX160.DIA - "
                       "FILE STATUS " FS-TRX
               MOVE 16 TO RETURN-CODE
               STOP RUN
            ADD TRX-MONTO    TO WS-DIA-MONTO(WK-POS).
      *
       4000-DETECTA-ANOMALIAS.
            MOVE WK-FECHA-DIA TO WK-CASO-FECHA
            IF WK-CASO-FECHA = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-CASO-FECHA
            END-IF
            OPEN INPUT HOST-CONTACTOS
            OPEN OUTPUT HOST-RPT
            MOVE "ANOMALIAS DE VOLUMEN CONTRA LA PROPIA HISTORIA"
                         " VS PROMEDIO " WK-PROMEDIO
                     DELIMITED SIZE INTO WS-LIN-DETALLE
                  WRITE REG-RPT FROM WS-LIN-DETALLE
                  MOVE WK-CANAL-EVAL TO WK-CANAL-CASO
                  MOVE WS-LIN-DETALLE(1:60) TO WK-CASO-DETALLE
                  PERFORM 4900-REGISTRA-CASO
               END-IF
               IF WK-VOLUMEN-HOY < WK-PISO AND WK-PROMEDIO > 0
                  ADD 1 TO WS-TOT-COLAPSOS
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
      * Cada alerta entra ademas como caso de cumplimiento (rutina
      * QG1CX248, con de-duplicacion por canal y origen); el numero
      * de caso queda bajo la linea del reporte.
       4900-REGISTRA-CASO.
            CALL "QG1CX248" USING WK-CASO-ORIGEN, WK-CANAL-CASO,
                                   WK-CASO-FECHA, WK-CASO-DETALLE,
                                   WK-CASO-NUMERO, WK-CASO-RESULTADO
            MOVE SPACES TO WS-LIN-DETALLE
            EVALUATE WK-CASO-RESULTADO
               WHEN 'N'
                  STRING "  CASO " WK-CASO-NUMERO " ABIERTO"
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               WHEN 'D'
                  STRING "  SE SUMA AL CASO ABIERTO " WK-CASO-NUMERO
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               WHEN OTHER
                  STRING "  ALERTA SIN CASO (ARCHIVO DE CASOS NO "
                         "DISPONIBLE)"
                     DELIMITED SIZE INTO WS-LIN-DETALLE
            END-EVALUATE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
      * La historia del canal se recorta a sus 30 fechas mas
      * recientes: se calcula la fecha numero 30 de atras hacia
      * adelante por canal seria costoso en tabla plana, asi que el
