      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Las consultas de canales (QG1C0011, QG1C0014, la
      *  consulta por llave alterna QG1CX062, el libro auxiliar
      *  QG1C0023 y la revision de cuentas de abono QG1CX231) muestran
      *  contacto y cuenta de abono sin dejar rastro de quien los vio.
      *  Esta rutina compartida (mismo patron que QG1CX120) anota en
      *  el log acumulativo QG1ACCESO.LOG (COPY QG1ACC01) la fecha y
      *  hora, el operador, la terminal, el programa, el canal y el
      *  dato mostrado; una llamada por canal visto. El reporte
      *  semanal QG1CX278 revisa el log.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX277.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-ACCESOS ASSIGN TO "QG1ACCESO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACCESOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-ACCESOS.
           COPY QG1ACC01.

       WORKING-STORAGE SECTION.
       01 FS-ACCESOS           PIC X(02).

       LINKAGE SECTION.
       01 LS-OPERADOR          PIC X(08).
       01 LS-TERMINAL          PIC X(04).
       01 LS-PROGRAMA          PIC X(08).
       01 LS-COD-CANAL         PIC X(03).
       01 LS-DATO              PIC X(03).

       PROCEDURE DIVISION USING LS-OPERADOR,
                                LS-TERMINAL,
                                LS-PROGRAMA,
                                LS-COD-CANAL,
                                LS-DATO.
      *************************
       0000-MAIN.
            OPEN EXTEND HOST-ACCESOS
            IF FS-ACCESOS = '35'
               OPEN OUTPUT HOST-ACCESOS
            END-IF
            IF FS-ACCESOS NOT = '00'
               DISPLAY "NO SE PUDO ABRIR QG1ACCESO.LOG - FILE STATUS "
                       FS-ACCESOS
            ELSE
               MOVE FUNCTION CURRENT-DATE TO ACC-FECHA-HORA
               MOVE LS-OPERADOR  TO ACC-OPERADOR
               MOVE LS-TERMINAL  TO ACC-TERMINAL
               MOVE LS-PROGRAMA  TO ACC-PROGRAMA
               MOVE LS-COD-CANAL TO ACC-COD-CANAL
               MOVE LS-DATO      TO ACC-DATO
               WRITE REG-ACCESO-LECTURA
               CLOSE HOST-ACCESOS
            END-IF
            PERFORM 4000-FINAL.
      *
       4000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX277.
