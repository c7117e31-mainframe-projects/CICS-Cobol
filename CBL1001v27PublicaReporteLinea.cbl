      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina compartida de publicacion de reportes en
      *  linea. El programa que emite un reporte la llama despues de
      *  cerrarlo con el nombre del archivo, la fecha de negocio, su
      *  propio nombre, un titulo, el permiso de QG1OPER.DAT que
      *  exige el reporte y el canal (en blanco = toda la cartera);
      *  la rutina (patron de subrutina con I/O propio, QG1CX272):
      *    - toma el siguiente numero del indice QG1RPTIX.DAT (COPY
      *      QG1RIX01),
      *    - copia cada linea del reporte a QG1RPTLN.DAT (COPY
      *      QG1RLN01) con su numero de linea,
      *    - y anota la entrada del indice con las lineas cargadas.
      *  El ultimo numero se busca una sola vez por corrida y queda
      *  en memoria (como la tabla de QG1CX210), para que el estado
      *  mensual QG1CX115 publique un estado por canal sin releer el
      *  indice en cada llamada.
      *  El visor CICS QG1C0022 lee ambos archivos. Si el reporte no
      *  se puede abrir no publica nada y avisa por consola; la
      *  corrida del que llama sigue igual.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX275.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-INDICE ASSIGN TO "QG1RPTIX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIX-LLAVE
           FILE STATUS IS FS-INDICE.

           SELECT HOST-LINEAS ASSIGN TO "QG1RPTLN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RLN-LLAVE
           FILE STATUS IS FS-LINEAS.

           SELECT HOST-REPORTE ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-INDICE.
           COPY QG1RIX01.

       FD  HOST-LINEAS.
           COPY QG1RLN01.

       FD  HOST-REPORTE.
       01  REG-REPORTE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-INDICE            PIC X(02).
       01 FS-LINEAS            PIC X(02).
       01 FS-REPORTE           PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WS-NOMBRE-REPORTE    PIC X(12).
       01 WS-ULT-NUMERO        PIC 9(07) VALUE 0.
       01 WS-NUMERO-CARGADO    PIC X(01) VALUE 'N'.
       01 WS-LINEAS            PIC 9(06).

       LINKAGE SECTION.
       01 LS-REPORTE           PIC X(12).
       01 LS-FECHA-NEGOCIO     PIC 9(08).
       01 LS-PROGRAMA          PIC X(08).
       01 LS-TITULO            PIC X(30).
       01 LS-PERMISO           PIC X(01).
       01 LS-CANAL             PIC X(03).

       PROCEDURE DIVISION USING LS-REPORTE,
                                LS-FECHA-NEGOCIO,
                                LS-PROGRAMA,
                                LS-TITULO,
                                LS-PERMISO,
                                LS-CANAL.
      *************************
       0000-MAIN.
            MOVE LS-REPORTE TO WS-NOMBRE-REPORTE
            OPEN INPUT HOST-REPORTE
            IF FS-REPORTE NOT = '00'
               DISPLAY "REPORTE NO PUBLICADO: NO SE PUDO ABRIR "
                       LS-REPORTE " - FILE STATUS " FS-REPORTE
               PERFORM 4000-FINAL
            END-IF
            IF WS-NUMERO-CARGADO = 'N'
               PERFORM 1000-ULTIMO-NUMERO
            END-IF
            ADD 1 TO WS-ULT-NUMERO
            PERFORM 2000-CARGA-LINEAS
            PERFORM 3000-ANOTA-INDICE
            PERFORM 4000-FINAL.
      *
       1000-ULTIMO-NUMERO.
            OPEN INPUT HOST-INDICE
            IF FS-INDICE = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-INDICE NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF RIX-NUMERO > WS-ULT-NUMERO
                           MOVE RIX-NUMERO TO WS-ULT-NUMERO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-INDICE
            END-IF
            MOVE 'S' TO WS-NUMERO-CARGADO.
      *
       2000-CARGA-LINEAS.
            OPEN I-O HOST-LINEAS
            IF FS-LINEAS = '35'
               OPEN OUTPUT HOST-LINEAS
            END-IF
            MOVE 0 TO WS-LINEAS
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-REPORTE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-LINEAS
                     MOVE WS-ULT-NUMERO TO RLN-NUMERO
                     MOVE WS-LINEAS     TO RLN-LINEA
                     MOVE REG-REPORTE   TO RLN-TEXTO
                     WRITE REG-LINEA-REPORTE
                        INVALID KEY
                           DISPLAY "LINEA DUPLICADA EN QG1RPTLN.DAT: "
                                   RLN-LLAVE
                     END-WRITE
               END-READ
            END-PERFORM
            CLOSE HOST-REPORTE, HOST-LINEAS.
      *
       3000-ANOTA-INDICE.
            OPEN I-O HOST-INDICE
            IF FS-INDICE = '35'
               OPEN OUTPUT HOST-INDICE
            END-IF
            MOVE LS-FECHA-NEGOCIO TO RIX-FECHA-NEGOCIO
            MOVE WS-ULT-NUMERO    TO RIX-NUMERO
            MOVE LS-REPORTE       TO RIX-REPORTE
            MOVE LS-PROGRAMA      TO RIX-PROGRAMA
            MOVE LS-TITULO        TO RIX-TITULO
            MOVE LS-PERMISO       TO RIX-PERMISO
            MOVE LS-CANAL         TO RIX-COD-CANAL
            MOVE WS-LINEAS        TO RIX-LINEAS
            MOVE FUNCTION CURRENT-DATE TO RIX-FECHA-HORA
            WRITE REG-INDICE-REPORTE
               INVALID KEY
                  DISPLAY "ENTRADA DUPLICADA EN QG1RPTIX.DAT: "
                          RIX-LLAVE
            END-WRITE
            CLOSE HOST-INDICE
            DISPLAY "REPORTE " LS-REPORTE " PUBLICADO EN LINEA COMO "
                    WS-ULT-NUMERO " (" WS-LINEAS " LINEAS)".
      *
       4000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX275.
