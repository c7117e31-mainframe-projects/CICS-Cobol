      *  El maestro se abre una vez por corrida y las monedas de
      *  QG1TCAMB.DAT se cargan una vez (cache en WORKING-STORAGE,
      *  como QG1CX110/QG1CX112).
      * Tipo de operacion: la linea trae al final TRX-TIPO-OPER; si
      *  viene, debe existir ACTIVO en la tabla de referencia
      *  QG1TIPOP.DAT (COPY QG1TOP01, cargada una vez como las
      *  monedas), si no la linea sale con
      *    '08' = tipo de operacion desconocido o dado de baja.
      *  En blanco se acepta (feeds anteriores al campo). La linea
      *  que recibe es ahora el registro completo de QG1TRX01.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS.

           SELECT HOST-TIPOS ASSIGN TO "QG1TIPOP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIPOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
           05 TCA-FECHA        PIC 9(08).
           05 TCA-TASA         PIC 9(05)V9(06).

       FD  HOST-TIPOS.
           COPY QG1TOP01.

       WORKING-STORAGE SECTION.
       01 FS-HOST              PIC X(02).
       01 FS-CAMBIOS           PIC X(02).
       01 FS-TIPOS             PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-MAESTRO-ABIERTO   PIC X(01) VALUE 'N'.
       01 WS-MONEDAS-CARGADAS  PIC X(01) VALUE 'N'.
       01 WS-TIPOS-CARGADOS    PIC X(01) VALUE 'N'.

       01 WS-TOT-MONEDAS       PIC 9(03) VALUE 0.
       01 WS-TABLA-MONEDAS.
                                DEPENDING ON WS-TOT-MONEDAS.
             10 WS-MON-CODIGO  PIC X(03).

       01 WS-TOT-TIPOS         PIC 9(02) VALUE 0.
       01 WS-TABLA-TIPOS.
          05 WS-TOP-TBL        OCCURS 1 TO 9 TIMES
                                DEPENDING ON WS-TOT-TIPOS.
             10 WS-TOP-CODIGO  PIC X(02).

       01 WK-I                 PIC 9(03).
       01 WK-ENCONTRADA        PIC X(01).
       01 WK-FECHA-NUM         PIC 9(08).
           05 ENT-CANTIDAD     PIC X(05).
           05 ENT-MONEDA       PIC X(03).
           05 ENT-HORA         PIC X(06).
           05 ENT-TIPO         PIC X(01).
           05 ENT-FECHA-ORIG   PIC X(08).
           05 ENT-HORA-ORIG    PIC X(06).
           05 ENT-TIPO-OPER    PIC X(02).
       01 LS-EDIT-STATUS       PIC X(02).

       PROCEDURE DIVISION USING LS-ENTRADA,
            IF WS-MONEDAS-CARGADAS = 'N'
               PERFORM 1500-CARGA-MONEDAS
            END-IF
            IF WS-TIPOS-CARGADOS = 'N'
               PERFORM 1700-CARGA-TIPOS
            END-IF
            PERFORM 2000-EDITA-LINEA
            PERFORM 4000-FINAL.
      *
               ADD 1 TO WS-TOT-MONEDAS
               MOVE TCA-MONEDA TO WS-MON-CODIGO(WS-TOT-MONEDAS)
            END-IF.
      *
      * solo los tipos activos se aceptan en el feed
       1700-CARGA-TIPOS.
            OPEN INPUT HOST-TIPOS
            IF FS-TIPOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TIPOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF TOP-ACTIVO AND WS-TOT-TIPOS < 9
                           ADD 1 TO WS-TOT-TIPOS
                           MOVE TOP-CODIGO
                             TO WS-TOP-CODIGO(WS-TOT-TIPOS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-TIPOS
            END-IF
            MOVE 'S' TO WS-TIPOS-CARGADOS.
      *
       2000-EDITA-LINEA.
            MOVE '00' TO LS-EDIT-STATUS
                     MOVE '05' TO LS-EDIT-STATUS
                  END-IF
               END-IF
            END-IF

            IF LS-EDIT-STATUS = '00' AND ENT-TIPO-OPER NOT = SPACES
               MOVE 'N' TO WK-ENCONTRADA
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-TIPOS
                          OR WK-ENCONTRADA = 'S'
                  IF WS-TOP-CODIGO(WK-I) = ENT-TIPO-OPER
                     MOVE 'S' TO WK-ENCONTRADA
                  END-IF
               END-PERFORM
               IF WK-ENCONTRADA = 'N'
                  MOVE '08' TO LS-EDIT-STATUS
               END-IF
            END-IF.
      *
       4000-FINAL.
