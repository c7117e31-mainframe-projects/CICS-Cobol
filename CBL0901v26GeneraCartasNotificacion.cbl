      *      QG1CX130 y reintentar,
      *  y todo lo procesado queda marcado 'X' (regrabado el
      *  archivo), para que la siguiente corrida solo tome lo nuevo.
      * Manifiesto: al cerrar QG1CX209.EXT se anota en el manifiesto
      *  de archivos de salida QG1MANIF.DAT (CALL QG1CX272) con la
      *  fecha de la corrida como fecha de negocio, las cartas como
      *  registros y la suma de los codigos de canal como hash total
      *  (el mismo hash de canales de QG1CX100); su envio y acuse se
      *  siguen en QG1CX273 / QG1CX274.
      * Sanciones: el escalador QG1CX293 anota tambien cartas sin
      *  cambio de estado (advertencia por violaciones, corte de
      *  tope); con el mismo estado antes y despues la carta sale
      *  como AVISO y el motivo dice cual.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WK-I                 PIC 9(04).
       01 WK-ESTADO-TEXTO      PIC X(12).
       01 WS-TOT-CARTAS        PIC 9(04) VALUE 0.
       01 WS-HASH-CANALES      PIC 9(15) VALUE 0.
       01 WS-TOT-SIN-CONTACTO  PIC 9(04) VALUE 0.
       01 WS-LIN-DETALLE       PIC X(132).

       01 WK-MAN-ARCHIVO       PIC X(16) VALUE 'QG1CX209.EXT'.
       01 WK-MAN-FECHA         PIC 9(08).
       01 WK-MAN-REGISTROS     PIC 9(09).
       01 WK-MAN-HASH          PIC 9(15)V9(02).
       01 WK-MAN-PROGRAMA      PIC X(08) VALUE 'QG1CX209'.
       01 WK-MAN-NUMERO        PIC 9(07).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-CARTAS, HOST-RPT
            DISPLAY "CARTAS EXTRAIDAS : " WS-TOT-CARTAS
            DISPLAY "SIN CONTACTO     : " WS-TOT-SIN-CONTACTO

            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-MAN-FECHA
            MOVE WS-TOT-CARTAS   TO WK-MAN-REGISTROS
            MOVE WS-HASH-CANALES TO WK-MAN-HASH
            CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                   WK-MAN-REGISTROS, WK-MAN-HASH,
                                   WK-MAN-PROGRAMA, WK-MAN-NUMERO.
      *
       2100-EXTRAE-UNA.
            EVALUATE NTF-ESTADO-NUEVO
               WHEN NTF-ESTADO-ANTES
                        MOVE 'AVISO'      TO WK-ESTADO-TEXTO
               WHEN 'S' MOVE 'SUSPENDIDO' TO WK-ESTADO-TEXTO
               WHEN 'A' MOVE 'REACTIVADO' TO WK-ESTADO-TEXTO
               WHEN 'I' MOVE 'RETIRADO'   TO WK-ESTADO-TEXTO

            IF NTF-CONTACTO = 'S'
               ADD 1 TO WS-TOT-CARTAS
               ADD FUNCTION NUMVAL(NTF-CANAL) TO WS-HASH-CANALES
               MOVE SPACES TO REG-CARTA
               STRING NTF-CANAL
                      ";" NTF-FECHA-HORA(1:16)
