      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina compartida que dice si un canal puede darse
      *  de baja (patron de subrutina con I/O propio, como QG1CX208).
      *  Un canal solo pasa a INACTIVO cuando no nos queda nada
      *  pendiente con el:
      *    - saldo del libro auxiliar QG1LIBRO.DAT (COPY QG1LIB01) en
      *      cero en la moneda del canal y en cualquier otra; se suman
      *      los movimientos del canal ('H' suma, 'D' resta) sin la
      *      revaluacion 'RV' de QG1CX267, que no es deuda del canal,
      *    - ninguna disputa abierta ('A' o 'I') en QG1DISPUT.DAT
      *      (COPY QG1DSP01),
      *    - ningun cargo por debito directo enviado al banco y aun
      *      sin retorno en QG1DEBITO.DAT (COPY QG1DEB01),
      *    - ninguna autorizacion retenida: aprobadas sin liquidar que
      *      arrastra el cruce QG1CX164 (QG1CX164.PEN) y aprobadas de
      *      hoy en adelante de la bitacora QG1AUTLOG.DAT (incluye las
      *      pre-autorizaciones con fecha de pago futura) que no
      *      fueron anuladas.
      *  Regresa el saldo neto del canal en su moneda, 'S' o 'N' en
      *  LS-PUEDE-CERRAR y en LS-MOTIVO el primer pendiente hallado.
      *  La llaman la liquidacion de baja QG1CX288 y las bajas
      *  directas QG1CX055 y QG1C0013.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX289.
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

           SELECT HOST-LIBRO ASSIGN TO "QG1LIBRO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBRO.

           SELECT HOST-DISPUTAS ASSIGN TO "QG1DISPUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-LLAVE
           FILE STATUS IS FS-DISPUTAS.

           SELECT HOST-DEBITOS ASSIGN TO "QG1DEBITO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEBITOS.

           SELECT HOST-PENDIENTES ASSIGN TO "QG1CX164.PEN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

           SELECT HOST-AUTLOG ASSIGN TO "QG1AUTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUTLOG.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-LIBRO.
           COPY QG1LIB01.

       FD  HOST-DISPUTAS.
           COPY QG1DSP01.

       FD  HOST-DEBITOS.
           COPY QG1DEB01.

       FD  HOST-PENDIENTES.
       01  REG-PENDIENTE-AUT.
           05 PEN-FECHA        PIC 9(08).
           05 PEN-CANAL        PIC X(03).
           05 PEN-MONTO        PIC 9(09)V9(02).

       FD  HOST-AUTLOG.
       01  REG-AUTORIZACION.
           05 AUT-FECHA        PIC 9(08).
           05 AUT-HORA         PIC 9(06).
           05 AUT-CANAL        PIC X(03).
           05 AUT-MONTO        PIC 9(09)V9(02).
           05 AUT-RESULTADO    PIC X(01).
           05 AUT-HORA-ANULA   PIC 9(06).
           05 AUT-MOTIVO       PIC X(30).

       WORKING-STORAGE SECTION.
       01 FS-HOST              PIC X(02).
       01 FS-LIBRO             PIC X(02).
       01 FS-DISPUTAS          PIC X(02).
       01 FS-DEBITOS           PIC X(02).
       01 FS-PENDIENTES        PIC X(02).
       01 FS-AUTLOG            PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-MONEDA-CANAL      PIC X(03).
       01 WK-MONEDA-LIB        PIC X(03).

      * saldo neto del canal por moneda
       01 WS-TOT-MONEDAS       PIC 9(02) VALUE 0.
       01 WS-TABLA-MONEDAS.
          05 WS-MON-TBL        OCCURS 5 TIMES.
             10 WS-MON-CODIGO  PIC X(03).
             10 WS-MON-SALDO   PIC S9(11)V9(02).
       01 WK-I                 PIC 9(02).
       01 WK-POS               PIC 9(02).

       01 WK-RETENIDAS         PIC S9(05).
       01 WK-RETENIDAS-ED      PIC ZZZZ9.
       01 WK-SALDO-ED          PIC -ZZZZZZZZZZ9,99.

       LINKAGE SECTION.
       01 LS-CANAL             PIC X(03).
       01 LS-SALDO             PIC S9(11)V9(02).
       01 LS-PUEDE-CERRAR      PIC X(01).
       01 LS-MOTIVO            PIC X(40).

       PROCEDURE DIVISION USING LS-CANAL,
                                LS-SALDO,
                                LS-PUEDE-CERRAR,
                                LS-MOTIVO.
      *************************
       0000-MAIN.
            MOVE 0      TO LS-SALDO
            MOVE 'S'    TO LS-PUEDE-CERRAR
            MOVE SPACES TO LS-MOTIVO
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            PERFORM 0500-DETERMINA-MONEDA
            PERFORM 1000-SUMA-LIBRO
            PERFORM 1500-EVALUA-SALDOS
            IF LS-PUEDE-CERRAR = 'S'
               PERFORM 2000-BUSCA-DISPUTAS
            END-IF
            IF LS-PUEDE-CERRAR = 'S'
               PERFORM 2500-BUSCA-DEBITOS
            END-IF
            IF LS-PUEDE-CERRAR = 'S'
               PERFORM 3000-BUSCA-RETENIDAS
            END-IF
            PERFORM 4000-FINAL.
      *
       0500-DETERMINA-MONEDA.
            MOVE "PEN" TO WK-MONEDA-CANAL
            OPEN INPUT HOST004
            IF FS-HOST = '00'
               MOVE LS-CANAL TO COD-CANAL OF REG-HOST004
               READ HOST004
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF COD-MONEDA-LIM NOT = SPACES
                        MOVE COD-MONEDA-LIM TO WK-MONEDA-CANAL
                     END-IF
               END-READ
               CLOSE HOST004
            END-IF.
      *
       1000-SUMA-LIBRO.
            MOVE 0 TO WS-TOT-MONEDAS
            OPEN INPUT HOST-LIBRO
            IF FS-LIBRO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-LIBRO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF LIB-COD-CANAL = LS-CANAL
                           AND LIB-TIPO-MOV NOT = "RV"
                           PERFORM 1100-SUMA-MOVIMIENTO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-LIBRO
            END-IF.
      *
       1100-SUMA-MOVIMIENTO.
            MOVE LIB-MONEDA TO WK-MONEDA-LIB
            IF WK-MONEDA-LIB = SPACES
               MOVE "PEN" TO WK-MONEDA-LIB
            END-IF
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-MONEDAS OR WK-POS > 0
               IF WS-MON-CODIGO(WK-I) = WK-MONEDA-LIB
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0 AND WS-TOT-MONEDAS < 5
               ADD 1 TO WS-TOT-MONEDAS
               MOVE WS-TOT-MONEDAS TO WK-POS
               MOVE WK-MONEDA-LIB TO WS-MON-CODIGO(WK-POS)
               MOVE 0 TO WS-MON-SALDO(WK-POS)
            END-IF
            IF WK-POS > 0
               IF LIB-DEBE-HABER = 'H'
                  ADD LIB-MONTO TO WS-MON-SALDO(WK-POS)
               ELSE
                  SUBTRACT LIB-MONTO FROM WS-MON-SALDO(WK-POS)
               END-IF
            END-IF.
      *
      * el saldo que se regresa es el de la moneda del canal; un saldo
      * en cualquier otra moneda (disputas en soles de un canal en
      * dolares) tambien impide la baja
       1500-EVALUA-SALDOS.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-MONEDAS
               IF WS-MON-CODIGO(WK-I) = WK-MONEDA-CANAL
                  MOVE WS-MON-SALDO(WK-I) TO LS-SALDO
               END-IF
            END-PERFORM
            IF LS-SALDO NOT = 0
               MOVE 'N' TO LS-PUEDE-CERRAR
               MOVE LS-SALDO TO WK-SALDO-ED
               STRING "SALDO EN EL LIBRO " WK-SALDO-ED " "
                      WK-MONEDA-CANAL
                  DELIMITED SIZE INTO LS-MOTIVO
            ELSE
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-MONEDAS
                          OR LS-PUEDE-CERRAR = 'N'
                  IF WS-MON-SALDO(WK-I) NOT = 0
                     MOVE 'N' TO LS-PUEDE-CERRAR
                     MOVE WS-MON-SALDO(WK-I) TO WK-SALDO-ED
                     STRING "SALDO EN EL LIBRO " WK-SALDO-ED " "
                            WS-MON-CODIGO(WK-I)
                        DELIMITED SIZE INTO LS-MOTIVO
                  END-IF
               END-PERFORM
            END-IF.
      *
       2000-BUSCA-DISPUTAS.
            OPEN INPUT HOST-DISPUTAS
            IF FS-DISPUTAS = '00'
               MOVE LS-CANAL TO DSP-COD-CANAL
               MOVE 0        TO DSP-NUMERO
               MOVE 'N'      TO WS-EOF
               START HOST-DISPUTAS KEY NOT < DSP-LLAVE
                  INVALID KEY
                     MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-DISPUTAS NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF DSP-COD-CANAL NOT = LS-CANAL
                           MOVE 'Y' TO WS-EOF
                        ELSE
                           IF DSP-ABIERTA
                              MOVE 'N' TO LS-PUEDE-CERRAR
                              STRING "DISPUTA ABIERTA " DSP-NUMERO
                                 DELIMITED SIZE INTO LS-MOTIVO
                              MOVE 'Y' TO WS-EOF
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-DISPUTAS
            END-IF.
      *
       2500-BUSCA-DEBITOS.
            OPEN INPUT HOST-DEBITOS
            IF FS-DEBITOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-DEBITOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF DEB-COD-CANAL = LS-CANAL AND DEB-ENVIADO
                           MOVE 'N' TO LS-PUEDE-CERRAR
                           STRING "CARGO EN CURSO " DEB-REFERENCIA
                              DELIMITED SIZE INTO LS-MOTIVO
                           MOVE 'Y' TO WS-EOF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-DEBITOS
            END-IF.
      *
      * una anulacion 'V' de la bitacora cierra su aprobacion del mismo
      * dia; lo que quede aprobado y vivo retiene cupo del canal
       3000-BUSCA-RETENIDAS.
            MOVE 0 TO WK-RETENIDAS
            OPEN INPUT HOST-PENDIENTES
            IF FS-PENDIENTES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-PENDIENTES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF PEN-CANAL = LS-CANAL
                           ADD 1 TO WK-RETENIDAS
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-PENDIENTES
            END-IF
            OPEN INPUT HOST-AUTLOG
            IF FS-AUTLOG = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-AUTLOG
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF AUT-CANAL = LS-CANAL
                           AND AUT-FECHA NOT < WK-FECHA-HOY
                           EVALUATE AUT-RESULTADO
                              WHEN 'A'
                                 ADD 1 TO WK-RETENIDAS
                              WHEN 'V'
                                 SUBTRACT 1 FROM WK-RETENIDAS
                           END-EVALUATE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-AUTLOG
            END-IF
            IF WK-RETENIDAS > 0
               MOVE 'N' TO LS-PUEDE-CERRAR
               MOVE WK-RETENIDAS TO WK-RETENIDAS-ED
               STRING "AUTORIZACIONES RETENIDAS: " WK-RETENIDAS-ED
                  DELIMITED SIZE INTO LS-MOTIVO
            END-IF.
      *
       4000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX289.
