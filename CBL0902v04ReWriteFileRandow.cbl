      * Cada cambio aceptado incrementa ademas el contador de cambios
      *  del maestro (rutina QG1CX138, archivo QG1MSTCTR.DAT) para
      *  que las tablas en memoria detecten que estan rancias.
      * Garantias: si el canal tiene garantias en QG1GARANT.DAT, el
      *  limite nuevo debe caber en la cobertura vigente (rutina
      *  QG1CX246); si no cabe la edicion lo rechaza con '10'.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       02 WK-RGL-MODO          PIC X(01).
       02 WK-RGL-VALIDO        PIC X(01).
       02 WK-RGL-MOTIVO        PIC X(30).
       02 WK-COB-FECHA         PIC 9(08).
       02 WK-COB-MONTO         PIC 9(13)V9(02).
       02 WK-COB-COBERTURA     PIC 9(13)V9(02).
       02 WK-COB-CON-GARANTIA  PIC X(01).
       02 WK-COB-CUBIERTO      PIC X(01).
       02 WK-COB-ED            PIC ZZZZZZZZZZZZ9,99.
       02 WK-NTF-ESTADO-ANTES  PIC X(01).
       02 WK-NTF-MOTIVO        PIC X(20).
       02 WK-VERSION-LEIDA     PIC 9(05).
               END-IF
            END-IF

      * Garantias: a un canal con garantia registrada el limite no
      * le puede pasar de la cobertura vigente (rutina QG1CX246), ni
      * quedar en cero (sin tope).
            IF WK-EDIT-STATUS = '00'
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-COB-FECHA
               MOVE WK-LIMITE TO WK-COB-MONTO
               CALL "QG1CX246" USING WK-CODIGO, WK-COB-FECHA,
                                      COD-MONEDA-LIM, WK-COB-MONTO,
                                      WK-COB-COBERTURA,
                                      WK-COB-CON-GARANTIA,
                                      WK-COB-CUBIERTO
               IF WK-COB-CUBIERTO NOT = 'S'
                  MOVE '10' TO WK-EDIT-STATUS
                  MOVE WK-COB-COBERTURA TO WK-COB-ED
                  DISPLAY "RECHAZADO: LIMITE SIN CUBRIR POR GARANTIAS,"
                          " COBERTURA " WK-COB-ED " " COD-MONEDA-LIM
               END-IF
            END-IF

            IF WK-TRANSICION-OK = 'S'
               AND IND-ESTADO = 'P' AND WK-ESTADO-NUEVO = 'A'
               CALL "QG1CX181" USING COD-CANAL, WK-CERT-COMPLETA,
