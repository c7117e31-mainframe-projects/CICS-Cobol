      *    - en una segunda pasada adjunta al reporte QG1CX167.RPT
      *      las lineas de detalle que soportan cada canal senalado,
      *  y actualiza la historia con los numeros del dia.
      * Ciclos intradia: el feed del dia llega en varios ciclos y
      *  QG1CX160.TRX es solo el del ciclo en curso; este control de
      *  fin de dia lee la union de todos los ciclos de la fecha,
      *  QG1CX160.DIA, que el pre-editor arma ciclo a ciclo.
      * Casos de cumplimiento: cada canal senalado entra como alerta
      *  'FRC' al archivo de casos QG1CASOS.DAT (rutina QG1CX248, un
      *  solo caso abierto por canal) y el reporte dice que caso es.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TRX ASSIGN TO "QG1CX160.DIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRX.

       01 WK-MONTO-ED          PIC ZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(100).

       01 WK-CASO-ORIGEN       PIC X(03) VALUE 'FRC'.
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
            END-IF.
      *
       4000-SENALA-SALTOS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-CASO-FECHA
            OPEN OUTPUT HOST-RPT
            MOVE "CANALES CON CONCENTRACION BAJO EL LIMITE"
              TO WS-LIN-DETALLE
                      ") SUMA " WK-SUMA-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
               MOVE WS-CAN-CODIGO(WK-I) TO WK-CANAL-CASO
               MOVE WS-LIN-DETALLE(1:60) TO WK-CASO-DETALLE
               PERFORM 4900-REGISTRA-CASO
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
      * Segunda pasada del feed: las lineas en banda de los canales
      * senalados se adjuntan como soporte del hallazgo.
       5000-ADJUNTA-DETALLE.
