      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Mantenimiento de los limites agregados por nodo de
      *  la jerarquia QG1LIMAGR.DAT (COPY QG1AGR01): alta, cambio y
      *  baja por consola con el mismo patron de QG1CX165 para el
      *  perfil de velocidad:
      *    '01' = el nodo no existe en HOST004
      *    '02' = el nodo no esta en la jerarquia QG1JERAR.DAT (COPY
      *           QG1JER01): sin hijos no hay nada que agregar
      *    '03' = los dos maximos en cero, no tapan nada
      *  La moneda del limite va por defecto en PEN. El control batch
      *  QG1CX244 y la rutina en linea QG1CX243 aplican estos maximos
      *  al acumulado del subarbol del nodo.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX242.
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
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-JERARQUIA ASSIGN TO "QG1JERAR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JER-COD-CANAL
           FILE STATUS IS FS-JERARQUIA.

           SELECT HOST-AGREGADOS ASSIGN TO "QG1LIMAGR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AGR-COD-CANAL
           FILE STATUS IS FS-AGREGADOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-JERARQUIA.
           COPY QG1JER01.

       FD  HOST-AGREGADOS.
           COPY QG1AGR01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-JERARQUIA         PIC X(02).
       01 FS-AGREGADOS         PIC X(02).
       01 WS-SIGUE             PIC X(01).

       01 WK-ACCION            PIC X(01).
       01 WK-CODIGO            PIC X(03).
       01 WK-MONEDA            PIC X(03).
       01 WK-MAX-DIA-MONTO     PIC 9(11)V9(02).
       01 WK-MAX-MES-MONTO     PIC 9(13)V9(02).
       01 WK-EDIT-STATUS       PIC X(02).

       01 WS-TOT-ALTAS         PIC 9(04) VALUE 0.
       01 WS-TOT-CAMBIOS       PIC 9(04) VALUE 0.
       01 WS-TOT-BAJAS         PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CAPTURA-LIMITES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "MANTENIMIENTO DE LIMITES AGREGADOS POR NODO"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE

            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN INPUT HOST-JERARQUIA
            IF FS-JERARQUIA NOT = '00'
               DISPLAY "ABEND: SIN JERARQUIA QG1JERAR.DAT - FILE "
                       "STATUS " FS-JERARQUIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN I-O HOST-AGREGADOS
            IF FS-AGREGADOS = '35'
               OPEN OUTPUT HOST-AGREGADOS
               CLOSE HOST-AGREGADOS
               OPEN I-O HOST-AGREGADOS
            END-IF
            IF FS-AGREGADOS NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-AGREGADOS FALLIDO - "
                       "FILE STATUS " FS-AGREGADOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CAPTURA-LIMITES.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 2100-CAPTURA-UNO
            END-PERFORM

            CLOSE HOST004, HOST-JERARQUIA, HOST-AGREGADOS
            DISPLAY "ALTAS    : " WS-TOT-ALTAS
            DISPLAY "CAMBIOS  : " WS-TOT-CAMBIOS
            DISPLAY "BAJAS    : " WS-TOT-BAJAS
            DISPLAY "RECHAZOS : " WS-TOT-RECHAZOS.
      *
       2100-CAPTURA-UNO.
            DISPLAY "ACCION A/M/B (ENTER PARA TERMINAR) : "
            MOVE SPACE TO WK-ACCION
            ACCEPT WK-ACCION
            IF WK-ACCION = SPACE
               MOVE 'N' TO WS-SIGUE
            ELSE
               DISPLAY "COD-CANAL DEL NODO : "
               ACCEPT WK-CODIGO
               MOVE 0 TO WK-MAX-DIA-MONTO, WK-MAX-MES-MONTO
               MOVE 'PEN' TO WK-MONEDA
               IF WK-ACCION NOT = 'B'
                  DISPLAY "MONEDA DEL LIMITE (ENTER=PEN) : "
                  MOVE SPACES TO WK-MONEDA
                  ACCEPT WK-MONEDA
                  IF WK-MONEDA = SPACES
                     MOVE 'PEN' TO WK-MONEDA
                  END-IF
                  DISPLAY "MAXIMO AGREGADO DIARIO (99999999999V99) : "
                  ACCEPT WK-MAX-DIA-MONTO
                  DISPLAY "MAXIMO AGREGADO MENSUAL (13 ENTEROS V99) : "
                  ACCEPT WK-MAX-MES-MONTO
               END-IF
               PERFORM 2200-EDITA-LIMITE
               IF WK-EDIT-STATUS = '00'
                  PERFORM 3000-APLICA-ACCION
               ELSE
                  ADD 1 TO WS-TOT-RECHAZOS
               END-IF
            END-IF.
      *
       2200-EDITA-LIMITE.
            MOVE '00' TO WK-EDIT-STATUS

            MOVE WK-CODIGO TO COD-CANAL
            READ HOST004
               KEY IS COD-CANAL
               INVALID KEY
                  MOVE '01' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: EL CANAL " WK-CODIGO
                          " NO EXISTE EN EL MAESTRO"
            END-READ

            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               MOVE WK-CODIGO TO JER-COD-CANAL
               READ HOST-JERARQUIA
                  KEY IS JER-COD-CANAL
                  INVALID KEY
                     MOVE '02' TO WK-EDIT-STATUS
                     DISPLAY "RECHAZADO: EL CANAL " WK-CODIGO
                             " NO ESTA EN LA JERARQUIA"
               END-READ
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               IF WK-MAX-DIA-MONTO = 0 AND WK-MAX-MES-MONTO = 0
                  MOVE '03' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: LOS DOS MAXIMOS EN CERO NO "
                          "TAPAN NADA"
               END-IF
            END-IF.
      *
       3000-APLICA-ACCION.
            MOVE WK-CODIGO        TO AGR-COD-CANAL
            MOVE WK-MONEDA        TO AGR-MONEDA
            MOVE WK-MAX-DIA-MONTO TO AGR-MAX-DIA-MONTO
            MOVE WK-MAX-MES-MONTO TO AGR-MAX-MES-MONTO

            EVALUATE WK-ACCION
               WHEN 'A'
                  WRITE REG-LIMITE-AGREGADO
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: YA HAY LIMITE PARA "
                                WK-CODIGO " (USE CAMBIO)"
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-ALTAS
                        DISPLAY "LIMITE AGREGADO PARA " WK-CODIGO
                  END-WRITE
               WHEN 'M'
                  REWRITE REG-LIMITE-AGREGADO
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: SIN LIMITE PREVIO PARA "
                                WK-CODIGO " (USE ALTA)"
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-CAMBIOS
                        DISPLAY "LIMITE ACTUALIZADO PARA " WK-CODIGO
                  END-REWRITE
               WHEN 'B'
                  DELETE HOST-AGREGADOS
                     INVALID KEY
                        ADD 1 TO WS-TOT-RECHAZOS
                        DISPLAY "RECHAZADO: SIN LIMITE PARA "
                                WK-CODIGO
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-BAJAS
                        DISPLAY "LIMITE ELIMINADO DE " WK-CODIGO
                  END-DELETE
               WHEN OTHER
                  ADD 1 TO WS-TOT-RECHAZOS
                  DISPLAY "ACCION NO RECONOCIDA: " WK-ACCION
            END-EVALUATE.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX242.
