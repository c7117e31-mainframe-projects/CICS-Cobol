      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Cotejo semanal de canales y contactos contra la
      *  lista de vigilancia (sanciones y PEP) recien cargada por
      *  QG1CX251. Pasa por la rutina de cotejo QG1CX253 (accion 'G',
      *  registra las coincidencias nuevas en QG1COINC.DAT):
      *    - el TXT-NOM de cada canal de HOST004 que no este INACTIVO
      *      (origen 'N'),
      *    - el CTO-RESPONSABLE de cada contacto de QG1CTO.DAT (COPY
      *      QG1CON01, origen 'C').
      *  Despues lista en QG1CX252.RPT todas las coincidencias POR
      *  REVISAR y CONFIRMADAS del archivo (las nuevas de hoy marcadas
      *  NUEVA), con su clase E/A y puntaje, para que cumplimiento las
      *  revise con QG1CX255. Las descartadas no se listan.
      *  El resumen queda en el run-log via CALL QG1CX120 (severidad
      *  'A' si hubo coincidencias nuevas).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX252.
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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-CONTACTOS ASSIGN TO "QG1CTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CTO-COD-CANAL
           FILE STATUS IS FS-CONTACTOS.

           SELECT HOST-COINCIDENCIAS ASSIGN TO "QG1COINC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COI-LLAVE
           FILE STATUS IS FS-COINCIDENCIAS.

           SELECT HOST-RPT ASSIGN TO "QG1CX252.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-CONTACTOS.
           COPY QG1CON01.

       FD  HOST-COINCIDENCIAS.
           COPY QG1COI01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-CONTACTOS         PIC X(02).
       01 FS-COINCIDENCIAS     PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WK-FECHA-HOY         PIC 9(08).

       01 WK-COT-ACCION        PIC X(01) VALUE 'G'.
       01 WK-COT-CANAL         PIC X(03).
       01 WK-COT-ORIGEN        PIC X(01).
       01 WK-COT-NOMBRE        PIC X(50).
       01 WK-COT-PROGRAMA      PIC X(08) VALUE 'QG1CX252'.
       01 WK-COT-COINCIDENCIAS PIC 9(03).
       01 WK-COT-PUNTAJE       PIC 9(03).
       01 WK-COT-ID            PIC X(12).

       01 WS-TOT-CANALES       PIC 9(05) VALUE 0.
       01 WS-TOT-CONTACTOS     PIC 9(05) VALUE 0.
       01 WS-TOT-NOMBRES-HIT   PIC 9(05) VALUE 0.
       01 WS-TOT-NUEVAS        PIC 9(05) VALUE 0.
       01 WS-TOT-POR-REVISAR   PIC 9(05) VALUE 0.
       01 WS-TOT-CONFIRMADAS   PIC 9(05) VALUE 0.

       01 WK-ESTADO-TXT        PIC X(11).
       01 WK-NUEVA             PIC X(05).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX252'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-COTEJA-CANALES
            PERFORM 3000-COTEJA-CONTACTOS
            PERFORM 4000-LISTA-COINCIDENCIAS
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "COTEJO SEMANAL CONTRA LA LISTA DE VIGILANCIA"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY

            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-COTEJA-CANALES.
            MOVE 'N' TO WK-COT-ORIGEN
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST004 NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF NOT CANAL-INACTIVO
                        ADD 1 TO WS-TOT-CANALES
                        MOVE COD-CANAL TO WK-COT-CANAL
                        MOVE TXT-NOM   TO WK-COT-NOMBRE
                        PERFORM 2100-COTEJA-NOMBRE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST004.
      *
       2100-COTEJA-NOMBRE.
            CALL "QG1CX253" USING WK-COT-ACCION, WK-COT-CANAL,
                                   WK-COT-ORIGEN, WK-COT-NOMBRE,
                                   WK-COT-PROGRAMA,
                                   WK-COT-COINCIDENCIAS,
                                   WK-COT-PUNTAJE, WK-COT-ID
            IF WK-COT-COINCIDENCIAS > 0
               ADD 1 TO WS-TOT-NOMBRES-HIT
            END-IF.
      *
      * Sin archivo de contactos solo se cotejan los nombres de canal.
       3000-COTEJA-CONTACTOS.
            MOVE 'C' TO WK-COT-ORIGEN
            OPEN INPUT HOST-CONTACTOS
            IF FS-CONTACTOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CONTACTOS NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        ADD 1 TO WS-TOT-CONTACTOS
                        MOVE CTO-COD-CANAL   TO WK-COT-CANAL
                        MOVE CTO-RESPONSABLE TO WK-COT-NOMBRE
                        PERFORM 2100-COTEJA-NOMBRE
                  END-READ
               END-PERFORM
               CLOSE HOST-CONTACTOS
            ELSE
               DISPLAY "SIN CONTACTOS QG1CTO.DAT, SOLO SE COTEJAN "
                       "LOS NOMBRES DE CANAL"
            END-IF.
      *
       4000-LISTA-COINCIDENCIAS.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "COINCIDENCIAS CONTRA LISTA DE VIGILANCIA AL "
                   WK-FECHA-HOY
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CAN O ID LISTA     T C PTS ESTADO      "
                   "NOMBRE COTEJADO                "
                   "NOMBRE EN LISTA"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            OPEN INPUT HOST-COINCIDENCIAS
            IF FS-COINCIDENCIAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-COINCIDENCIAS NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF NOT COI-DESCARTADA
                           PERFORM 4100-LISTA-UNA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-COINCIDENCIAS
            END-IF.
      *
       4100-LISTA-UNA.
            IF COI-CONFIRMADA
               ADD 1 TO WS-TOT-CONFIRMADAS
               MOVE 'CONFIRMADA' TO WK-ESTADO-TXT
            ELSE
               ADD 1 TO WS-TOT-POR-REVISAR
               MOVE 'POR REVISAR' TO WK-ESTADO-TXT
            END-IF
            MOVE SPACES TO WK-NUEVA
            IF COI-FECHA-DETECCION = WK-FECHA-HOY AND COI-POR-REVISAR
               ADD 1 TO WS-TOT-NUEVAS
               MOVE 'NUEVA' TO WK-NUEVA
            END-IF
            MOVE SPACES TO WS-LIN-DETALLE
            STRING COI-COD-CANAL " " COI-ORIGEN " " COI-LST-ID
                   " " COI-LST-TIPO " " COI-CLASE " " COI-PUNTAJE
                   " " WK-ESTADO-TXT " " COI-NOMBRE(1:30)
                   " " COI-LST-NOMBRE(1:30) " " WK-NUEVA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       8000-TOTALES.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANALES: " WS-TOT-CANALES
                   "  CONTACTOS: " WS-TOT-CONTACTOS
                   "  NUEVAS: " WS-TOT-NUEVAS
                   "  POR REVISAR: " WS-TOT-POR-REVISAR
                   "  CONFIRMADAS: " WS-TOT-CONFIRMADAS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "CANALES COTEJADOS     : " WS-TOT-CANALES
            DISPLAY "CONTACTOS COTEJADOS   : " WS-TOT-CONTACTOS
            DISPLAY "NOMBRES CON COINCID.  : " WS-TOT-NOMBRES-HIT
            DISPLAY "COINCIDENCIAS NUEVAS  : " WS-TOT-NUEVAS
            DISPLAY "POR REVISAR           : " WS-TOT-POR-REVISAR
            DISPLAY "CONFIRMADAS           : " WS-TOT-CONFIRMADAS

            IF WS-TOT-NUEVAS > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "COTEJO LISTA NUEVAS " WS-TOT-NUEVAS
                   " POR REVISAR " WS-TOT-POR-REVISAR
                   " CONFIRMADAS " WS-TOT-CONFIRMADAS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX252.
