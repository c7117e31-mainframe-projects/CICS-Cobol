      *  conocidos, numericos bien formados y trailer que cuadra;
      *  cualquier falla sale en QG1CX175.ERR y el programa termina
      *  con RETURN-CODE 16 para que ese archivo NO se envie.
      * Manifiesto: solo el retorno que pasa la validacion local se
      *  anota en el manifiesto de archivos de salida QG1MANIF.DAT
      *  (CALL QG1CX272) con la fecha de generacion de la cabecera
      *  como fecha de negocio, los detalles del trailer como
      *  registros y el hash de montos; su envio y acuse se siguen en
      *  QG1CX273 / QG1CX274.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WK-FECHA-CAB         PIC 9(08).
       01 WS-LIN-DETALLE       PIC X(100).

       01 WK-MAN-ARCHIVO       PIC X(16) VALUE 'QG1CX175.REG'.
       01 WK-MAN-FECHA         PIC 9(08).
       01 WK-MAN-REGISTROS     PIC 9(09).
       01 WK-MAN-HASH          PIC 9(15)V9(02).
       01 WK-MAN-PROGRAMA      PIC X(08) VALUE 'QG1CX175'.
       01 WK-MAN-NUMERO        PIC 9(07).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            ELSE
               DISPLAY "RETORNO VALIDADO LOCALMENTE, LISTO PARA "
                       "ENVIO"
               MOVE WK-FECHA-HOY    TO WK-MAN-FECHA
               MOVE WS-TOT-DETALLES TO WK-MAN-REGISTROS
               MOVE WS-HASH-MONTO   TO WK-MAN-HASH
               CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                      WK-MAN-REGISTROS, WK-MAN-HASH,
                                      WK-MAN-PROGRAMA, WK-MAN-NUMERO
            END-IF.
      *
       6100-VALIDA-UN-REGISTRO.
