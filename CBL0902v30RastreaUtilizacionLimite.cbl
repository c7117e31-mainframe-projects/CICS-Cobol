      *  vigente y porcentaje de utilizacion. Canales con limite en
      *  cero (sin tope asignado) no rastrean. La revision periodica
      *  QG1CX177 lee esta historia para proponer topes nuevos.
      * Ciclos intradia: el feed del dia llega en varios ciclos y
      *  QG1CX160.TRX es solo el del ciclo en curso; este control de
      *  fin de dia lee la union de todos los ciclos de la fecha,
      *  QG1CX160.DIA, que el pre-editor arma ciclo a ciclo.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TRX ASSIGN TO "QG1CX160.DIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRX.

       2000-BUSCA-PICOS.
            OPEN INPUT HOST-TRX
            IF FS-TRX NOT = '00'
               DISPLAY "ABEND: SIN FEED ACEPTADO QG1CX160.DIA - "
                       "FILE STATUS " FS-TRX
               MOVE 16 TO RETURN-CODE
               STOP RUN
