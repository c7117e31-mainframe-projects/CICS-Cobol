      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina compartida y unica puerta de entrada al
      *  manifiesto de archivos de salida QG1MANIF.DAT (COPY
      *  QG1MAN01). El programa que produce un archivo para fuera la
      *  llama despues de cerrarlo con el nombre del archivo, la
      *  fecha de negocio, los registros y el hash total de su
      *  trailer y su propio nombre; la rutina (patron de subrutina
      *  con I/O propio, QG1CX208):
      *    - toma el siguiente numero de manifiesto,
      *    - copia el archivo tal cual a QG1Mnnnnnnn.ENV (ASSIGN TO
      *      DYNAMIC) contando sus lineas fisicas,
      *    - y agrega el registro del manifiesto.
      *  Devuelve el numero asignado en LS-NUMERO; si el archivo no
      *  se puede abrir no anota nada y devuelve cero, con aviso por
      *  consola, para que el productor lo reporte.
      * Nombres largos: LS-ARCHIVO admite hasta 16 posiciones (los
      *  productores pasan un X(16)); el nombre entero queda en
      *  MAN-ARCHIVO-COMPLETO y sus primeras 12 en MAN-ARCHIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX272.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-MANIFIESTO ASSIGN TO "QG1MANIF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MANIFIESTO.

           SELECT HOST-SALIDA ASSIGN TO DYNAMIC WS-NOMBRE-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALIDA.

           SELECT HOST-COPIA ASSIGN TO DYNAMIC WS-NOMBRE-COPIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COPIA.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-MANIFIESTO.
           COPY QG1MAN01.

       FD  HOST-SALIDA.
       01  REG-SALIDA          PIC X(256).

       FD  HOST-COPIA.
       01  REG-COPIA           PIC X(256).

       WORKING-STORAGE SECTION.
       01 FS-MANIFIESTO        PIC X(02).
       01 FS-SALIDA            PIC X(02).
       01 FS-COPIA             PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WS-NOMBRE-SALIDA     PIC X(16).
       01 WS-NOMBRE-COPIA      PIC X(15).
       01 WS-ULT-NUMERO        PIC 9(07).
       01 WS-LINEAS            PIC 9(09).

       LINKAGE SECTION.
       01 LS-ARCHIVO           PIC X(16).
       01 LS-FECHA-NEGOCIO     PIC 9(08).
       01 LS-REGISTROS         PIC 9(09).
       01 LS-HASH              PIC 9(15)V9(02).
       01 LS-PROGRAMA          PIC X(08).
       01 LS-NUMERO            PIC 9(07).

       PROCEDURE DIVISION USING LS-ARCHIVO,
                                LS-FECHA-NEGOCIO,
                                LS-REGISTROS,
                                LS-HASH,
                                LS-PROGRAMA,
                                LS-NUMERO.
      *************************
       0000-MAIN.
            MOVE 0 TO LS-NUMERO
            MOVE 0 TO WS-ULT-NUMERO
            OPEN INPUT HOST-MANIFIESTO
            IF FS-MANIFIESTO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-MANIFIESTO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF MAN-NUMERO > WS-ULT-NUMERO
                           MOVE MAN-NUMERO TO WS-ULT-NUMERO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-MANIFIESTO
            END-IF
            ADD 1 TO WS-ULT-NUMERO

            MOVE LS-ARCHIVO TO WS-NOMBRE-SALIDA
            OPEN INPUT HOST-SALIDA
            IF FS-SALIDA NOT = '00'
               DISPLAY "MANIFIESTO NO ANOTADO: NO SE PUDO ABRIR "
                       LS-ARCHIVO " - FILE STATUS " FS-SALIDA
               PERFORM 4000-FINAL
            END-IF
            PERFORM 1000-COPIA-ARCHIVO
            PERFORM 2000-ANOTA-MANIFIESTO
            PERFORM 4000-FINAL.
      *
       1000-COPIA-ARCHIVO.
            MOVE SPACES TO WS-NOMBRE-COPIA
            STRING "QG1M" WS-ULT-NUMERO ".ENV"
               DELIMITED SIZE INTO WS-NOMBRE-COPIA
            OPEN OUTPUT HOST-COPIA
            MOVE 0 TO WS-LINEAS
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-SALIDA
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE REG-SALIDA TO REG-COPIA
                     WRITE REG-COPIA
                     ADD 1 TO WS-LINEAS
               END-READ
            END-PERFORM
            CLOSE HOST-SALIDA, HOST-COPIA.
      *
       2000-ANOTA-MANIFIESTO.
            OPEN EXTEND HOST-MANIFIESTO
            IF FS-MANIFIESTO = '35'
               OPEN OUTPUT HOST-MANIFIESTO
            END-IF
            IF FS-MANIFIESTO NOT = '00'
               DISPLAY "NO SE PUDO ABRIR QG1MANIF.DAT - FILE "
                       "STATUS " FS-MANIFIESTO
            ELSE
               MOVE WS-ULT-NUMERO    TO MAN-NUMERO
               MOVE LS-ARCHIVO       TO MAN-ARCHIVO,
                                        MAN-ARCHIVO-COMPLETO
               MOVE LS-FECHA-NEGOCIO TO MAN-FECHA-NEGOCIO
               MOVE LS-REGISTROS     TO MAN-REGISTROS
               MOVE LS-HASH          TO MAN-HASH
               MOVE LS-PROGRAMA      TO MAN-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO MAN-FECHA-HORA
               MOVE WS-NOMBRE-COPIA  TO MAN-COPIA
               MOVE WS-LINEAS        TO MAN-LINEAS
               WRITE REG-MANIFIESTO
               CLOSE HOST-MANIFIESTO
               MOVE WS-ULT-NUMERO TO LS-NUMERO
               DISPLAY "MANIFIESTO " WS-ULT-NUMERO " ANOTADO PARA "
                       LS-ARCHIVO " (" WS-LINEAS " LINEAS)"
            END-IF.
      *
       4000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX272.
