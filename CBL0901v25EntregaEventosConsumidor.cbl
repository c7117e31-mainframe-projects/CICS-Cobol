      *  mi ultima lectura" varias veces al dia, en vez de esperar el
      *  delta nocturno QG1CX125; un retiro sin eventos nuevos
      *  entrega un archivo vacio y no mueve el cursor.
      * Manifiesto: cada entrega QG1CX206.EXT, aun vacia, se anota en
      *  el manifiesto de archivos de salida QG1MANIF.DAT (CALL
      *  QG1CX272) con la fecha de la corrida como fecha de negocio,
      *  los eventos entregados como registros y la suma de sus
      *  numeros de evento como hash total; su envio y acuse se
      *  siguen en QG1CX273 / QG1CX274.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WK-POS               PIC 9(03).
       01 WK-MAX-ENTREGADO     PIC 9(07) VALUE 0.
       01 WS-TOT-ENTREGADOS    PIC 9(05) VALUE 0.
       01 WS-HASH-EVENTOS      PIC 9(15) VALUE 0.

       01 WK-MAN-ARCHIVO       PIC X(16) VALUE 'QG1CX206.EXT'.
       01 WK-MAN-FECHA         PIC 9(08).
       01 WK-MAN-REGISTROS     PIC 9(09).
       01 WK-MAN-HASH          PIC 9(15)V9(02).
       01 WK-MAN-PROGRAMA      PIC X(08) VALUE 'QG1CX206'.
       01 WK-MAN-NUMERO        PIC 9(07).

       PROCEDURE DIVISION.
      *************************
                           MOVE REG-EVENTO TO REG-ENTREGA
                           WRITE REG-ENTREGA
                           ADD 1 TO WS-TOT-ENTREGADOS
                           ADD EVT-NUMERO TO WS-HASH-EVENTOS
                           IF EVT-NUMERO > WK-MAX-ENTREGADO
                              MOVE EVT-NUMERO TO WK-MAX-ENTREGADO
                           END-IF
               DISPLAY "SIN FEED DE EVENTOS (QG1EVENTS.DAT)"
            END-IF
            CLOSE HOST-ENTREGA
            DISPLAY "EVENTOS ENTREGADOS : " WS-TOT-ENTREGADOS

            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-MAN-FECHA
            MOVE WS-TOT-ENTREGADOS TO WK-MAN-REGISTROS
            MOVE WS-HASH-EVENTOS   TO WK-MAN-HASH
            CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                   WK-MAN-REGISTROS, WK-MAN-HASH,
                                   WK-MAN-PROGRAMA, WK-MAN-NUMERO.
      *
       3000-AVANZA-CURSOR.
            IF WS-TOT-ENTREGADOS > 0
