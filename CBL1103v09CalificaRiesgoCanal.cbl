      *  QG1C0012 consulta este archivo y a un canal 'D' le aprieta
      *  el limite efectivo a la mitad o lo refiere a autorizacion
      *  manual. Resumen impreso en QG1CX171.RPT.
      * Historia: QG1RIESGO.DAT solo guarda la ultima calificacion;
      *  cada calificacion se agrega tambien con su fecha, puntos y
      *  factores a la historia QG1RIEHIS.DAT (COPY QG1RIH01), que el
      *  reporte mensual de migracion QG1CX292 lee para el comite
      *  de riesgos.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           RECORD KEY IS RIE-COD-CANAL
           FILE STATUS IS FS-RIESGO.

           SELECT HOST-HISTORIA ASSIGN TO "QG1RIEHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

           SELECT HOST-RPT ASSIGN TO "QG1CX171.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  HOST-RIESGO.
           COPY QG1RIE01.

       FD  HOST-HISTORIA.
           COPY QG1RIH01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       01 FS-RANKING           PIC X(02).
       01 FS-INFRACTORES       PIC X(02).
       01 FS-RIESGO            PIC X(02).
       01 FS-HISTORIA          PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-HOY         PIC 9(08).
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN EXTEND HOST-HISTORIA
            IF FS-HISTORIA = '35'
               OPEN OUTPUT HOST-HISTORIA
            END-IF
            OPEN OUTPUT HOST-RPT
            MOVE "CALIFICACION DE RIESGO POR CANAL"
              TO WS-LIN-DETALLE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            CLOSE HOST004, HOST-RIESGO, HOST-HISTORIA, HOST-RPT
            DISPLAY "CANALES CALIFICADOS : " WS-TOT-CANALES
            DISPLAY "RATING D            : " WS-TOT-RATING-D.
      *
            MOVE WK-FECHA-HOY TO RIE-FECHA-CALC
            WRITE REG-RIESGO-CANAL

            MOVE COD-CANAL    TO RIH-COD-CANAL
            MOVE WK-FECHA-HOY TO RIH-FECHA-CALC
            MOVE WK-RATING    TO RIH-RATING
            MOVE WK-PUNTOS    TO RIH-PUNTOS
            MOVE WK-FACTORES  TO RIH-FACTORES
            WRITE REG-RIESGO-HISTORIA

            IF WK-RATING NOT = 'A'
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CANAL " COD-CANAL
