      *  fecha (acceso dinamico, mismo patron de QG1CX049) y copia
      *  los movimientos del rango a QG1CX170.EXT, listandolos
      *  tambien por consola con un total de control al final.
      * Reversos: una linea de reverso sale marcada " REV" y resta del
      *  total de control; el original reversado sale marcado " ANU".
      * Disputas: cada linea lleva la secuencia del movimiento en el
      *  historico (fecha + secuencia es lo que pide el alta de una
      *  disputa en QG1C0019), y el movimiento que tiene disputas en
      *  QG1DISPUT.DAT (COPY QG1DSP01) sale con "DSP" y el numero de
      *  la ultima, seguido de su estado (A/I abierta, F a favor, C
      *  en contra). Las disputas del canal se cargan en tabla al
      *  inicio (hasta 500); sin archivo de disputas no hay marcas.
      * Retencion: la depuracion QG1CX269 saca del historico los
      *  meses mas viejos que el plazo en linea a generaciones
      *  QG1Xnnnn.ARC catalogadas en QG1TRXCAT.DAT (tipo 'A'). La
      *  extraccion lee primero las generaciones vigentes cuyo rango
      *  de fechas toca el pedido y despues el historico en linea,
      *  asi que el soporte no tiene que saber donde quedo el dato.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           SELECT HOST-EXTRACTO ASSIGN TO "QG1CX170.EXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-CATALOGO ASSIGN TO "QG1TRXCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

           SELECT HOST-GENERACION ASSIGN TO DYNAMIC WS-NOMBRE-GEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GENERACION.

           SELECT HOST-DISPUTAS ASSIGN TO "QG1DISPUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-LLAVE
           FILE STATUS IS FS-DISPUTAS.

       DATA DIVISION.
      *************************
       FILE SECTION.
           COPY QG1ARC01.

       FD  HOST-EXTRACTO.
       01  REG-EXTRACTO        PIC X(70).

       FD  HOST-CATALOGO.
       01  REG-CATALOGO.
           05 TXC-NUMERO       PIC 9(04).
           05 TXC-TIPO         PIC X(01).
           05 TXC-NOMBRE       PIC X(12).
           05 TXC-FECHA-DESDE  PIC 9(08).
           05 TXC-FECHA-HASTA  PIC 9(08).
           05 TXC-REGISTROS    PIC 9(07).
           05 TXC-ESTADO       PIC X(01).

       FD  HOST-GENERACION.
       01  REG-GENERACION      PIC X(59).

       FD  HOST-DISPUTAS.
           COPY QG1DSP01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-ARCHIVO           PIC X(02).
       01 WS-EOF               PIC A(1).
       01 FS-CATALOGO          PIC X(02).
       01 FS-GENERACION        PIC X(02).
       01 WS-EOF-CAT           PIC A(1).
       01 WS-EOF-GEN           PIC A(1).
       01 WS-NOMBRE-GEN        PIC X(12).
       01 WS-TOT-GENERACIONES  PIC 9(04) VALUE 0.

       01 WK-CANAL             PIC X(03).
       01 WK-FECHA-DESDE       PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).

       01 WS-TOT-EXTRAIDOS     PIC 9(05) VALUE 0.
       01 WS-SUMA-MONTOS       PIC S9(13)V9(02) VALUE 0.
       01 WK-MONTO-ED          PIC ZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(70).

       01 FS-DISPUTAS          PIC X(02).
       01 WS-EOF-DSP           PIC A(1).
       01 WS-DSP-CARGADAS      PIC 9(03) VALUE 0.
       01 WS-TABLA-DISPUTAS.
           05 WS-DSP-ENTRADA OCCURS 500 TIMES.
              10 WS-DSP-FECHA      PIC 9(08).
              10 WS-DSP-SECUENCIA  PIC 9(05).
              10 WS-DSP-NUMERO     PIC 9(05).
              10 WS-DSP-ESTADO     PIC X(01).
       01 WK-D                 PIC 9(03).
       01 WS-TOT-DISPUTADOS    PIC 9(05) VALUE 0.
       01 WK-MARCA-DISPUTA     PIC X(11).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1500-CARGA-DISPUTAS
            PERFORM 2000-EXTRAE-RANGO
            PERFORM 9000-FINAL.
      *
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       1500-CARGA-DISPUTAS.
            OPEN INPUT HOST-DISPUTAS
            IF FS-DISPUTAS = '00'
               MOVE WK-CANAL TO DSP-COD-CANAL
               MOVE 0        TO DSP-NUMERO
               MOVE 'N'      TO WS-EOF-DSP
               START HOST-DISPUTAS KEY NOT < DSP-LLAVE
                  INVALID KEY
                     MOVE 'Y' TO WS-EOF-DSP
               END-START
               PERFORM UNTIL WS-EOF-DSP = 'Y'
                  READ HOST-DISPUTAS NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF-DSP
                     NOT AT END
                        IF DSP-COD-CANAL NOT = WK-CANAL
                           OR WS-DSP-CARGADAS = 500
                           MOVE 'Y' TO WS-EOF-DSP
                        ELSE
                           ADD 1 TO WS-DSP-CARGADAS
                           MOVE DSP-ARC-FECHA
                             TO WS-DSP-FECHA(WS-DSP-CARGADAS)
                           MOVE DSP-ARC-SECUENCIA
                             TO WS-DSP-SECUENCIA(WS-DSP-CARGADAS)
                           MOVE DSP-NUMERO
                             TO WS-DSP-NUMERO(WS-DSP-CARGADAS)
                           MOVE DSP-ESTADO
                             TO WS-DSP-ESTADO(WS-DSP-CARGADAS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-DISPUTAS
            END-IF.
      *
      * Las generaciones son anteriores a lo que queda en linea, por
      * eso se leen antes; cada una es secuencial en orden de llave.
       1800-EXTRAE-GENERACIONES.
            OPEN INPUT HOST-CATALOGO
            IF FS-CATALOGO = '00'
               MOVE 'N' TO WS-EOF-CAT
               PERFORM UNTIL WS-EOF-CAT = 'Y'
                  READ HOST-CATALOGO
                     AT END MOVE 'Y' TO WS-EOF-CAT
                     NOT AT END
                        IF TXC-TIPO = 'A' AND TXC-ESTADO = 'V'
                           AND TXC-FECHA-DESDE NOT > WK-FECHA-HASTA
                           AND TXC-FECHA-HASTA NOT < WK-FECHA-DESDE
                           PERFORM 1850-EXTRAE-UNA-GENERACION
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CATALOGO
            END-IF.
      *
       1850-EXTRAE-UNA-GENERACION.
            MOVE TXC-NOMBRE TO WS-NOMBRE-GEN
            OPEN INPUT HOST-GENERACION
            IF FS-GENERACION NOT = '00'
               DISPLAY "AVISO: GENERACION " WS-NOMBRE-GEN
                       " CATALOGADA PERO NO DISPONIBLE - FILE STATUS "
                       FS-GENERACION
            ELSE
               ADD 1 TO WS-TOT-GENERACIONES
               MOVE 'N' TO WS-EOF-GEN
               PERFORM UNTIL WS-EOF-GEN = 'Y'
                  READ HOST-GENERACION
                     AT END MOVE 'Y' TO WS-EOF-GEN
                     NOT AT END
                        MOVE REG-GENERACION TO REG-TRX-ARCHIVADA
                        IF ARC-COD-CANAL = WK-CANAL
                           AND ARC-FECHA NOT < WK-FECHA-DESDE
                           AND ARC-FECHA NOT > WK-FECHA-HASTA
                           PERFORM 2100-EXTRAE-UNO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-GENERACION
            END-IF.
      *
       2000-EXTRAE-RANGO.
            OPEN INPUT HOST-ARCHIVO
               STOP RUN
            END-IF
            OPEN OUTPUT HOST-EXTRACTO
            PERFORM 1800-EXTRAE-GENERACIONES

            MOVE WK-CANAL       TO ARC-COD-CANAL
            MOVE WK-FECHA-DESDE TO ARC-FECHA
            END-PERFORM

            CLOSE HOST-ARCHIVO, HOST-EXTRACTO
            DISPLAY "GENERACIONES LEIDAS   : " WS-TOT-GENERACIONES
            DISPLAY "MOVIMIENTOS EXTRAIDOS : " WS-TOT-EXTRAIDOS
            DISPLAY "SUMA DE MONTOS        : " WS-SUMA-MONTOS
            DISPLAY "MOVIMIENTOS EN DISPUTA: " WS-TOT-DISPUTADOS.
      *
       2100-EXTRAE-UNO.
            ADD 1 TO WS-TOT-EXTRAIDOS
            IF ARC-REVERSO
               SUBTRACT ARC-MONTO FROM WS-SUMA-MONTOS
            ELSE
               ADD ARC-MONTO TO WS-SUMA-MONTOS
            END-IF
            MOVE ARC-MONTO TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING ARC-COD-CANAL
                   " " ARC-FECHA
                   " " ARC-SECUENCIA
                   " " ARC-HORA
                   " " WK-MONTO-ED
                   " " ARC-MONEDA
                   " (" ARC-CANTIDAD ")"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            EVALUATE TRUE
               WHEN ARC-REVERSO
                  MOVE " REV" TO WS-LIN-DETALLE(51:4)
               WHEN ARC-YA-REVERSADA
                  MOVE " ANU" TO WS-LIN-DETALLE(51:4)
            END-EVALUATE
            PERFORM 2200-MARCA-DISPUTA
            IF WK-MARCA-DISPUTA NOT = SPACES
               ADD 1 TO WS-TOT-DISPUTADOS
               MOVE WK-MARCA-DISPUTA TO WS-LIN-DETALLE(55:11)
            END-IF
            MOVE WS-LIN-DETALLE TO REG-EXTRACTO
            WRITE REG-EXTRACTO
            DISPLAY WS-LIN-DETALLE.
      *
      * Si el movimiento tuvo mas de una disputa (una resuelta y otra
      * abierta despues) queda la marca de la ultima.
       2200-MARCA-DISPUTA.
            MOVE SPACES TO WK-MARCA-DISPUTA
            PERFORM VARYING WK-D FROM 1 BY 1
                    UNTIL WK-D > WS-DSP-CARGADAS
               IF WS-DSP-FECHA(WK-D) = ARC-FECHA
                  AND WS-DSP-SECUENCIA(WK-D) = ARC-SECUENCIA
                  MOVE SPACES TO WK-MARCA-DISPUTA
                  STRING " DSP" WS-DSP-NUMERO(WK-D)
                         " " WS-DSP-ESTADO(WK-D)
                     DELIMITED SIZE INTO WK-MARCA-DISPUTA
               END-IF
            END-PERFORM.
      *
       9000-FINAL.
           STOP RUN.
