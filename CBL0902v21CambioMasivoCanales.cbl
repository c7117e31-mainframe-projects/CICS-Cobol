      * Antes de tocar el maestro toma el candado de escritor del
      *  maestro (rutina QG1CX139) y lo libera al terminar, para no
      *  cruzarse con los demas escritores de HOST004.
      * Garantias: un limite nuevo (L o P) que no cabe en la
      *  cobertura de garantias vigente del canal (rutina QG1CX246)
      *  revierte y sale como rechazo en el reporte.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WK-RGL-VALIDO        PIC X(01).
       01 WK-RGL-MOTIVO        PIC X(30).
       01 WK-LIMITE-PROPUESTO  PIC S9(09)V9(02).
       01 WK-COB-FECHA         PIC 9(08).
       01 WK-COB-MONTO         PIC 9(13)V9(02).
       01 WK-COB-COBERTURA     PIC 9(13)V9(02).
       01 WK-COB-CON-GARANTIA  PIC X(01).
       01 WK-COB-CUBIERTO      PIC X(01).
       01 WK-COB-ED            PIC ZZZZZZZZZZZZ9,99.
       01 WK-NTF-MOTIVO        PIC X(20).
       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01).
       1000-INICIO.
            MOVE "CAMBIO MASIVO DE CANALES" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-COB-FECHA

      * Identidad y alcance: el cambio masivo exige operador con
      * permiso de cambio; el alcance por rangos (QG1CX210) se
                      WK-RGL-MOTIVO
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               PERFORM 2750-VALIDA-COBERTURA
            END-IF.
      *
      * Garantias (rutina QG1CX246): a un canal con garantias el
      * limite nuevo no le puede pasar de la cobertura vigente; si
      * pasa, revierte y cuenta como rechazo igual que la regla.
       2750-VALIDA-COBERTURA.
            MOVE MTO-LIMITE-TRX TO WK-COB-MONTO
            CALL "QG1CX246" USING COD-CANAL, WK-COB-FECHA,
                                   COD-MONEDA-LIM, WK-COB-MONTO,
                                   WK-COB-COBERTURA,
                                   WK-COB-CON-GARANTIA,
                                   WK-COB-CUBIERTO
            IF WK-COB-CUBIERTO NOT = 'S'
               MOVE WK-LIMITE-ANTES TO MTO-LIMITE-TRX
               ADD 1 TO WS-TOT-RECHAZADOS
               MOVE WK-COB-COBERTURA TO WK-COB-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING COD-CANAL " RECHAZADO: LIMITE SIN CUBRIR POR "
                      "GARANTIAS, COBERTURA " WK-COB-ED " "
                      COD-MONEDA-LIM
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
       3100-REPORTA-ANTES-DESPUES.
