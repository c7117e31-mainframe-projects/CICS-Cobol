      * La baja valida la transicion de estado con la rutina
      *  QG1CX101 antes de mover IND-ESTADO, igual que el driver
      *  QG1CX061: una transicion ilegal (p.ej. P -> I) se rechaza.
      * Cierre con liquidacion: un canal solo se inactiva si no queda
      *  nada pendiente con el (rutina QG1CX289: saldo del libro en
      *  cero, sin disputas abiertas, sin debito en curso ni
      *  autorizaciones retenidas). Si queda algo, la baja se rechaza
      *  con el motivo y se indica liquidarla con QG1CX288.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WS-FECHA-HOY         PIC 9(08).
       01 WK-ESTADO-BAJA       PIC X(01) VALUE 'I'.
       01 WK-TRANSICION-OK     PIC X(01).
       01 WK-SALDO-CIERRE      PIC S9(11)V9(02).
       01 WK-PUEDE-CERRAR      PIC X(01).
       01 WK-MOTIVO-CIERRE     PIC X(40).

       PROCEDURE DIVISION.
      *************************

            CALL "QG1CX101" USING IND-ESTADO, WK-ESTADO-BAJA,
                                   WK-TRANSICION-OK
            CALL "QG1CX289" USING COD-CANAL, WK-SALDO-CIERRE,
                                   WK-PUEDE-CERRAR, WK-MOTIVO-CIERRE

            IF WK-TRANSICION-OK NOT = 'S'
               DISPLAY "BAJA RECHAZADA: TRANSICION DE ESTADO "
                       IND-ESTADO " -> " WK-ESTADO-BAJA " ILEGAL"
            ELSE
            IF WK-PUEDE-CERRAR NOT = 'S'
               DISPLAY "BAJA RECHAZADA: " WK-MOTIVO-CIERRE
               DISPLAY "LIQUIDE LA BAJA DEL CANAL CON QG1CX288"
            ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
               SET CANAL-INACTIVO TO TRUE
                             FEC-EFECTIVA
                     PERFORM 2100-GRABA-AUDITORIA
               END-REWRITE
            END-IF
            END-IF.
            CLOSE HOST004, HOST-AUDIT.
      *
