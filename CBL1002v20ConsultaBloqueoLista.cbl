      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina compartida que responde si un canal tiene
      *  alguna coincidencia CONFIRMADA contra la lista de vigilancia
      *  en QG1COINC.DAT (COPY QG1COI01), sea por su nombre o por el
      *  responsable de su contacto. Regresa LS-BLOQUEADO 'S'/'N' y,
      *  si esta bloqueado, la entrada de la lista y su tipo ('S'
      *  sancionado, 'P' PEP) de la primera confirmada.
      *  Las coincidencias por revisar o descartadas no bloquean.
      *  Sin archivo de coincidencias no hay nada confirmado.
      *  El archivo se lee en cada llamada (como QG1CX181), porque la
      *  revision QG1CX255 puede confirmar entre una consulta y otra.
      *  La usan la compuerta de activacion QG1CX181 y las reglas de
      *  autorizacion QG1CX236.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX254.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-COINCIDENCIAS ASSIGN TO "QG1COINC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COI-LLAVE
           FILE STATUS IS FS-COINCIDENCIAS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-COINCIDENCIAS.
           COPY QG1COI01.

       WORKING-STORAGE SECTION.
       01 FS-COINCIDENCIAS     PIC X(02).
       01 WS-EOF               PIC A(1).

       LINKAGE SECTION.
       01 LS-COD-CANAL         PIC X(03).
       01 LS-BLOQUEADO         PIC X(01).
       01 LS-LST-ID            PIC X(12).
       01 LS-LST-TIPO          PIC X(01).

       PROCEDURE DIVISION USING LS-COD-CANAL,
                                LS-BLOQUEADO,
                                LS-LST-ID,
                                LS-LST-TIPO.
      *************************
       0000-MAIN.
            MOVE 'N'    TO LS-BLOQUEADO
            MOVE SPACES TO LS-LST-ID, LS-LST-TIPO

            OPEN INPUT HOST-COINCIDENCIAS
            IF FS-COINCIDENCIAS = '00'
               PERFORM 1000-BUSCA-CONFIRMADA
               CLOSE HOST-COINCIDENCIAS
            END-IF
            PERFORM 4000-FINAL.
      *
       1000-BUSCA-CONFIRMADA.
            MOVE LOW-VALUES   TO COI-LLAVE
            MOVE LS-COD-CANAL TO COI-COD-CANAL
            MOVE 'N' TO WS-EOF
            START HOST-COINCIDENCIAS KEY NOT < COI-LLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 'Y' OR LS-BLOQUEADO = 'S'
               READ HOST-COINCIDENCIAS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF COI-COD-CANAL NOT = LS-COD-CANAL
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        IF COI-CONFIRMADA
                           MOVE 'S'          TO LS-BLOQUEADO
                           MOVE COI-LST-ID   TO LS-LST-ID
                           MOVE COI-LST-TIPO TO LS-LST-TIPO
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
      *
       4000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX254.
