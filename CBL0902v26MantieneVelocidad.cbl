      *  QG1CX054) y un perfil con los tres maximos en cero se
      *  rechaza porque no tapa nada. El motor QG1CX166 aplica estos
      *  maximos al acumulado del dia y del mes.
      * Garantias: para un canal con garantias en QG1GARANT.DAT el
      *  maximo monto diario no puede pasar de la cobertura vigente
      *  (rutina QG1CX246) ni quedar en cero; se rechaza con '03'.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WK-MAX-MES-MONTO     PIC 9(13)V9(02).
       01 WK-EDIT-STATUS       PIC X(02).

       01 WK-COB-FECHA         PIC 9(08).
       01 WK-COB-MONTO         PIC 9(13)V9(02).
       01 WK-COB-COBERTURA     PIC 9(13)V9(02).
       01 WK-COB-CON-GARANTIA  PIC X(01).
       01 WK-COB-CUBIERTO      PIC X(01).
       01 WK-COB-ED            PIC ZZZZZZZZZZZZ9,99.

       01 WS-TOT-ALTAS         PIC 9(04) VALUE 0.
       01 WS-TOT-CAMBIOS       PIC 9(04) VALUE 0.
       01 WS-TOT-BAJAS         PIC 9(04) VALUE 0.
                  DISPLAY "RECHAZADO: LOS TRES MAXIMOS EN CERO NO "
                          "TAPAN NADA"
               END-IF
            END-IF

      * Garantias: el maximo diario de un canal con garantias debe
      * caber en su cobertura vigente (rutina QG1CX246); en cero es
      * un dia sin tope y tampoco cabe. Los montos del perfil van en
      * la moneda del tope del canal.
            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-COB-FECHA
               MOVE WK-MAX-DIA-MONTO TO WK-COB-MONTO
               CALL "QG1CX246" USING WK-CODIGO, WK-COB-FECHA,
                                      COD-MONEDA-LIM, WK-COB-MONTO,
                                      WK-COB-COBERTURA,
                                      WK-COB-CON-GARANTIA,
                                      WK-COB-CUBIERTO
               IF WK-COB-CUBIERTO NOT = 'S'
                  MOVE '03' TO WK-EDIT-STATUS
                  MOVE WK-COB-COBERTURA TO WK-COB-ED
                  DISPLAY "RECHAZADO: MAXIMO DIARIO SIN CUBRIR POR "
                          "GARANTIAS, COBERTURA " WK-COB-ED " "
                          COD-MONEDA-LIM
               END-IF
            END-IF.
      *
       3000-APLICA-ACCION.
