      * Antes de tocar el maestro toma el candado de escritor del
      *  maestro (rutina QG1CX139) y lo libera al terminar, para no
      *  cruzarse con los demas escritores de HOST004.
      * Version de layout: antes de descargar consulta el catalogo
      *  QG1LAYVR.DAT (rutina QG1CX286) y no reorganiza un maestro
      *  vivo en otra version de QG1CAN01 que la compilada (COPY
      *  QG1LVR01), que descargaria y recargaria campos corridos.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WS-TOT-DIFERENCIAS   PIC 9(07) VALUE 0.


           COPY QG1LVR01.
       01 WK-CAT-ACCION        PIC X(01).
       01 WK-CAT-LAYOUT        PIC X(08) VALUE 'QG1CAN01'.
       01 WK-CAT-VERSION       PIC 9(02).

       01 WK-LCK-ACCION        PIC X(01).
       01 WK-LCK-PROGRAMA      PIC X(08) VALUE 'QG1CX122'.
       01 WK-LCK-RESULTADO     PIC X(01).
            MOVE "REORGANIZACION DEL MAESTRO DE CANALES"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE 'C' TO WK-CAT-ACCION
            CALL "QG1CX286" USING WK-CAT-ACCION, WK-CAT-LAYOUT,
                                   WK-CAT-VERSION, WK-LCK-PROGRAMA
            IF WK-CAT-VERSION NOT = LVR-CAN01
               DISPLAY "ABEND: MAESTRO EN VERSION DE LAYOUT "
                       WK-CAT-VERSION ", ESTA REORGANIZACION LEE LA "
                       LVR-CAN01
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'A' TO WK-LCK-ACCION
            CALL "QG1CX139" USING WK-LCK-ACCION, WK-LCK-PROGRAMA,
                                   WK-LCK-RESULTADO, WK-LCK-TENEDOR
